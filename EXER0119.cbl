      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0119.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0119                                      *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   GERAR AS TRANSACOES DE REAJUSTE SALARIAL    *
      *                    DO DISSIDIO COLETIVO: APLICA A TABELA DE    *
      *                    REAJUSTE POR GRADE (PERCENTUAL, DATA DE     *
      *                    EFETIVACAO E TETO OPCIONAL DO AUMENTO) AO   *
      *                    SALARIO DOS FUNCIONARIOS ATIVOS, CRITICA O  *
      *                    NOVO SALARIO CONTRA A FAIXA DA GRADE        *
      *                    (ARQGRD01) E GRAVA TRANSACOES 'A' COM DATA  *
      *                    DE EFETIVACAO NO LAYOUT MNT01106 PARA O     *
      *                    EXER0106 (QUE AS ENVIA A APROVACAO DO       *
      *                    DUPLO CONTROLE, SOLICITANTE 'EXER0119').    *
      *                    EMITE RELATORIO DE IMPACTO ANTES/DEPOIS POR *
      *                    DEPARTAMENTO E GRADE, NA MESMA POPULACAO DO *
      *                    ORCAMENTO DE FOLHA (EXER0115): A FOLHA      *
      *                    'ANTES' FECHA COM O TOTAL MENSAL DAQUELE    *
      *                    RELATORIO.                                  *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQRAJ01                                  RAJ01119        *
      *      ARQENT01                                  ENT01105        *
      *      ARQGRD01                                  GRD01105        *
      *      ARQMNT01                                  MNT01106        *
      *      ARQREJ01                                  REJ01119        *
      *      ARQSAI01 (RELATORIO)                      SAI01119        *
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
           SELECT ARQRAJ01 ASSIGN      TO UT-S-ARQRAJ01
                      FILE STATUS      IS WRK-FS-ARQRAJ01.

           SELECT ARQENT01 ASSIGN      TO UT-S-ARQENT01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS SEQUENTIAL
                      RECORD KEY       IS FD-ARQENT01-COD-FUNCO
                      FILE STATUS      IS WRK-FS-ARQENT01.

           SELECT ARQGRD01 ASSIGN      TO UT-S-ARQGRD01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS FD-ARQGRD01-COD-GRADE
                      FILE STATUS      IS WRK-FS-ARQGRD01.

           SELECT ARQMNT01 ASSIGN      TO UT-S-ARQMNT01
                      FILE STATUS      IS WRK-FS-ARQMNT01.

           SELECT ARQREJ01 ASSIGN      TO UT-S-ARQREJ01
                      FILE STATUS      IS WRK-FS-ARQREJ01.

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
      *   INPUT:      TABELA DE REAJUSTE DO DISSIDIO POR GRADE        *
      *               ORG. SEQUENCIAL   -   LRECL = 40                *
      *---------------------------------------------------------------*

       FD  ARQRAJ01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQRAJ01             PIC X(40).

      *----------------------------------------------------------------*
      *    INPUT:     CADASTRO DE FUNCIONARIOS/DEPARTAMENTOS           *
      *               ORG. INDEXADA     -   LRECL = 206                *
      *----------------------------------------------------------------*

       FD  ARQENT01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQENT01.
           05 FD-ARQENT01-COD-FUNCO   PIC 9(08).
           05 FILLER                  PIC X(198).

      *----------------------------------------------------------------*
      *   INPUT:      TABELA DE GRADES SALARIAIS                       *
      *               ORG. INDEXADA     -   LRECL = 055                *
      *----------------------------------------------------------------*

       FD  ARQGRD01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQGRD01.
           05 FD-ARQGRD01-COD-GRADE   PIC X(03).
           05 FILLER                  PIC X(52).

      *---------------------------------------------------------------*
      *   OUTPUT:     TRANSACOES DE ALTERACAO PARA O EXER0106         *
      *               ORG. SEQUENCIAL   -   LRECL = 238               *
      *---------------------------------------------------------------*

       FD  ARQMNT01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQMNT01             PIC X(238).

      *---------------------------------------------------------------*
      *   OUTPUT:     FUNCIONARIOS NAO REAJUSTADOS (FAIXA DA GRADE)   *
      *               ORG. SEQUENCIAL   -   LRECL = 65                *
      *---------------------------------------------------------------*

       FD  ARQREJ01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQREJ01             PIC X(65).

      *---------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DE IMPACTO DO DISSIDIO                *
      *               ORG. SEQUENCIAL   -   LRECL = 132               *
      *---------------------------------------------------------------*

       FD  ARQSAI01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI01             PIC X(132).

      *---------------------------------------------------------------*
      *   OUTPUT:     LOG DE AUDITORIA DE EXECUCAO (COMPARTILHADO     *
      *               COM OS DEMAIS PROGRAMAS DO BOOK)                *
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
             'EXER0119 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0119'.
       77 WRK-ERRO2000            PIC  X(008) VALUE 'ERRO2000'.
       77 WRK-MASK-QTDE           PIC  ZZ.ZZ9.
       77 ACU-LIDOS-ARQENT01      PIC  9(007) VALUE ZEROS.
       77 ACU-LIDOS-ARQRAJ01      PIC  9(007) VALUE ZEROS.
       77 ACU-GRAVA-ARQMNT01      PIC  9(007) VALUE ZEROS.
       77 ACU-GRAVA-ARQREJ01      PIC  9(007) VALUE ZEROS.
       77 ACU-GRAVA-ARQSAI01      PIC  9(007) VALUE ZEROS.
       77 ACU-DESLIGADOS          PIC  9(007) VALUE ZEROS.
       77 ACU-SEM-REMUNERACAO     PIC  9(007) VALUE ZEROS.
       77 ACU-NAO-ATIVOS          PIC  9(007) VALUE ZEROS.
       77 ACU-GRADE-SEM-REAJUSTE  PIC  9(007) VALUE ZEROS.
       77 ACU-LIMITADOS-TETO      PIC  9(007) VALUE ZEROS.
      *
       77 WRK-IDX-RAJ             PIC  9(003) VALUE ZEROS.
       77 WRK-QTDE-RAJ            PIC  9(003) VALUE ZEROS.
       77 WRK-IDX-CELULA          PIC  9(003) VALUE ZEROS.
       77 WRK-QTDE-CELULAS        PIC  9(003) VALUE ZEROS.
       77 WRK-IDX-BUSCA           PIC  9(003) VALUE ZEROS.
       77 WRK-COD-DEPTO-ATUAL     PIC  9(015) VALUE ZEROS.
      *
       77 WRK-VAL-AUMENTO         PIC S9(009)V99 COMP-3 VALUE +0.
       77 WRK-VAL-SALARIO-NOVO    PIC S9(009)V99 COMP-3 VALUE +0.
       77 WRK-VAL-SALARIO-DEPOIS  PIC S9(009)V99 COMP-3 VALUE +0.
       77 WRK-VAL-ANUAL           PIC S9(013)V99 COMP-3 VALUE +0.
       77 WRK-VAL-IMPACTO         PIC S9(013)V99 COMP-3 VALUE +0.
      *
       77 WRK-QTDE-SUBT           PIC  9(005) VALUE ZEROS.
       77 WRK-QTDE-REAJ-SUBT      PIC  9(005) VALUE ZEROS.
       77 WRK-VAL-ANTES-SUBT      PIC S9(013)V99 COMP-3 VALUE +0.
       77 WRK-VAL-DEPOIS-SUBT     PIC S9(013)V99 COMP-3 VALUE +0.
       77 WRK-QTDE-GERAL          PIC  9(007) VALUE ZEROS.
       77 WRK-QTDE-REAJ-GERAL     PIC  9(007) VALUE ZEROS.
       77 WRK-VAL-ANTES-GERAL     PIC S9(013)V99 COMP-3 VALUE +0.
       77 WRK-VAL-DEPOIS-GERAL    PIC S9(013)V99 COMP-3 VALUE +0.
      *
       01 WRK-SW-REAJUSTADO       PIC  X(001) VALUE 'N'.
          88 WRK-FUNCO-REAJUSTADO             VALUE 'S'.
      *
       01 WRK-SW-FAIXA            PIC  X(001) VALUE 'S'.
          88 WRK-FAIXA-VALIDA                 VALUE 'S'.
          88 WRK-FAIXA-INVALIDA               VALUE 'N'.
      *
       77 WRK-COD-MOTIVO-REJEICAO PIC  9(002) VALUE ZEROS.
       77 WRK-DESC-MOTIVO-REJEICAO PIC X(030) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    TABELA DE REAJUSTE POR GRADE (CARREGADA DO ARQRAJ01)        *
      *----------------------------------------------------------------*
       01 WRK-TAB-RAJ.
          05 WRK-TAB-RAJ-OCR    OCCURS 100 TIMES.
             10 WRK-TAB-RAJ-COD-GRADE PIC X(03).
             10 WRK-TAB-RAJ-PCT       PIC 9(03)V99.
             10 WRK-TAB-RAJ-DAT-EFET  PIC 9(08).
             10 WRK-TAB-RAJ-VAL-TETO  PIC 9(09)V99.

      *----------------------------------------------------------------*
      *    TABELA DE CELULAS DEPARTAMENTO X GRADE (MESMO CRITERIO DO   *
      *    EXER0115: NA ORDEM DE PRIMEIRA OCORRENCIA; NA GRAVACAO AS   *
      *    CELULAS DE CADA DEPTO SAO VARRIDAS E MARCADAS IMPRESSAS)    *
      *----------------------------------------------------------------*
       01 WRK-TAB-CELULA.
          05 WRK-TAB-CELULA-OCR OCCURS 400 TIMES.
             10 WRK-TAB-COD-DEPTO     PIC 9(15).
             10 WRK-TAB-NOM-DEPTO     PIC X(55).
             10 WRK-TAB-COD-GRADE     PIC X(03).
             10 WRK-TAB-QTDE          PIC 9(05).
             10 WRK-TAB-QTDE-REAJ     PIC 9(05).
             10 WRK-TAB-VAL-ANTES     PIC S9(013)V99 COMP-3.
             10 WRK-TAB-VAL-DEPOIS    PIC S9(013)V99 COMP-3.
             10 WRK-TAB-SW-IMPRESSA   PIC X(01).

      *----------------------------------------------------------------*
      *    AREA DO RELATORIO                                           *
      *----------------------------------------------------------------*
       01 WRK-CAB1-RELATORIO.
          05 FILLER               PIC X(052) VALUE
             'IMPACTO DO DISSIDIO POR DEPARTAMENTO E GRADE (FOLHA '.
          05 FILLER               PIC X(010) VALUE 'MENSAL)   '.
          05 FILLER               PIC X(012) VALUE ' DATA-BASE: '.
          05 WRK-CAB1-DATA        PIC X(010) VALUE SPACES.
          05 FILLER               PIC X(048) VALUE SPACES.

       01 WRK-CAB2-RELATORIO.
          05 FILLER               PIC X(015) VALUE 'DEPARTAMENTO'.
          05 FILLER               PIC X(007) VALUE '  GRADE'.
          05 FILLER               PIC X(007) VALUE '   QTDE'.
          05 FILLER               PIC X(007) VALUE '   REAJ'.
          05 FILLER               PIC X(020) VALUE
             '        FOLHA ANTES '.
          05 FILLER               PIC X(020) VALUE
             '       FOLHA DEPOIS '.
          05 FILLER               PIC X(020) VALUE
             '    IMPACTO MENSAL  '.
          05 FILLER               PIC X(020) VALUE
             ' IMPACTO ANUAL (13S)'.
          05 FILLER               PIC X(016) VALUE SPACES.

       01 WRK-NOME-RELATORIO.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-NOME-NOM-DEPTO   PIC X(055) VALUE SPACES.
          05 FILLER               PIC X(076) VALUE SPACES.

       01 WRK-ROD1-RELATORIO.
          05 FILLER               PIC X(022) VALUE
             'TOTAL GERAL DA FOLHA: '.
          05 WRK-ROD-QTDE         PIC ZZZZZZ9.
          05 FILLER               PIC X(014) VALUE ' FUNCIONARIOS '.
          05 WRK-ROD-QTDE-REAJ    PIC ZZZZZZ9.
          05 FILLER               PIC X(012) VALUE ' REAJUSTADOS'.
          05 FILLER               PIC X(070) VALUE SPACES.

       01 WRK-ROD2-RELATORIO.
          05 FILLER               PIC X(034) VALUE
             'FOLHA MENSAL ANTES (= EXER0115)  :'.
          05 WRK-ROD-VAL-ANTES    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(014) VALUE '   DEPOIS    :'.
          05 WRK-ROD-VAL-DEPOIS   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(048) VALUE SPACES.

       01 WRK-ROD3-RELATORIO.
          05 FILLER               PIC X(034) VALUE
             'IMPACTO MENSAL                   :'.
          05 WRK-ROD-IMP-MENSAL   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(015) VALUE '  ANUAL (13S):'.
          05 WRK-ROD-IMP-ANUAL    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(047) VALUE SPACES.

       01 WRK-LINHA-IMPRESSAO     PIC X(132) VALUE SPACES.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA PARA TRATAMENTO DE FILE-STATUS'.
      *----------------------------------------------------------------*
      *
       01 WRK-AREA-FS.
          05 WRK-FS-ARQRAJ01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-RAJ01-OK               VALUE '00'.
             88 WRK-FS-RAJ01-FIM              VALUE '10'.
          05 WRK-FS-ARQENT01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ENT01-OK               VALUE '00'.
             88 WRK-FS-ENT01-FIM              VALUE '10'.
          05 WRK-FS-ARQGRD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-GRD01-OK               VALUE '00'.
             88 WRK-FS-GRD01-NAO-ENCONTRADO   VALUE '23'.
          05 WRK-FS-ARQMNT01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-MNT01-OK               VALUE '00'.
          05 WRK-FS-ARQREJ01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-REJ01-OK               VALUE '00'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK               VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQRAJ01      VALUE 'ARQRAJ01'.
          88 WRK-CN-ARQENT01      VALUE 'ARQENT01'.
          88 WRK-CN-ARQGRD01      VALUE 'ARQGRD01'.
          88 WRK-CN-ARQMNT01      VALUE 'ARQMNT01'.
          88 WRK-CN-ARQREJ01      VALUE 'ARQREJ01'.
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
           COPY RAJ01119.
           COPY ENT01105.
           COPY GRD01105.
           COPY MNT01106.
           COPY REJ01119.
           COPY SAI01119.
           COPY AUD00105.
           COPY 'I#ERRO01'.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0119 - FIM DA AREA DE WORKING'.
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

           PERFORM 3000-PROCESSAR
              UNTIL WRK-FS-ENT01-FIM

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

           SET  WRK-CN-ARQRAJ01        TO TRUE
           OPEN INPUT ARQRAJ01

           IF NOT WRK-FS-RAJ01-OK
              MOVE WRK-FS-ARQRAJ01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQENT01        TO TRUE
           OPEN INPUT ARQENT01

           IF NOT WRK-FS-ENT01-OK
              MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQGRD01        TO TRUE
           OPEN INPUT ARQGRD01

           IF NOT WRK-FS-GRD01-OK
              MOVE WRK-FS-ARQGRD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQMNT01        TO TRUE
           OPEN OUTPUT ARQMNT01

           IF NOT WRK-FS-MNT01-OK
              MOVE WRK-FS-ARQMNT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQREJ01        TO TRUE
           OPEN OUTPUT ARQREJ01

           IF NOT WRK-FS-REJ01-OK
              MOVE WRK-FS-ARQREJ01     TO WRK-FS-DISPLAY
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

           PERFORM 1100-CARREGAR-REAJUSTE

           PERFORM 3800-LER-CADASTRO
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE CARGA DA TABELA DE REAJUSTE: REGISTRO COM GRADE   *
      *    EM BRANCO, PERCENTUAL OU DATA NAO NUMERICOS CANCELA A       *
      *    EXECUCAO (TABELA DO DISSIDIO E DADO DE CONTROLE)            *
      *----------------------------------------------------------------*
       1100-CARREGAR-REAJUSTE SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1110-LER-REAJUSTE

           PERFORM 1120-GUARDAR-REAJUSTE
              UNTIL WRK-FS-RAJ01-FIM

           IF WRK-QTDE-RAJ EQUAL ZEROS
              DISPLAY '********************************************'
              DISPLAY '*   TABELA DE REAJUSTE (ARQRAJ01) VAZIA    *'
              DISPLAY '********************************************'
              MOVE 12 TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           SET  WRK-CN-CLOSE           TO TRUE
           SET  WRK-CN-ARQRAJ01        TO TRUE
           CLOSE ARQRAJ01
           IF NOT WRK-FS-RAJ01-OK
              MOVE WRK-FS-ARQRAJ01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       1100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1110-LER-REAJUSTE SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQRAJ01        TO TRUE

           READ ARQRAJ01 INTO ARQRAJ01-REGISTRO

           IF WRK-FS-RAJ01-OK OR WRK-FS-RAJ01-FIM
              IF WRK-FS-RAJ01-OK
                 ADD 1 TO ACU-LIDOS-ARQRAJ01
              END-IF
           ELSE
              MOVE WRK-FS-ARQRAJ01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       1110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1120-GUARDAR-REAJUSTE SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQRAJ01-COD-GRADE EQUAL SPACES
              OR ARQRAJ01-PCT-REAJUSTE NOT NUMERIC
              OR ARQRAJ01-DAT-EFETIVACAO NOT NUMERIC
              OR WRK-QTDE-RAJ NOT LESS 100
              DISPLAY '********************************************'
              DISPLAY '*  REGISTRO INVALIDO NA TABELA DE REAJUSTE *'
              DISPLAY '* REGISTRO: ' ACU-LIDOS-ARQRAJ01
                      '                      *'
              DISPLAY '* GRADE...: ' ARQRAJ01-COD-GRADE
                      '                            *'
              DISPLAY '********************************************'
              MOVE 12 TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           ADD 1 TO WRK-QTDE-RAJ
           MOVE ARQRAJ01-COD-GRADE
                          TO WRK-TAB-RAJ-COD-GRADE (WRK-QTDE-RAJ)
           MOVE ARQRAJ01-PCT-REAJUSTE
                          TO WRK-TAB-RAJ-PCT (WRK-QTDE-RAJ)
           MOVE ARQRAJ01-DAT-EFETIVACAO
                          TO WRK-TAB-RAJ-DAT-EFET (WRK-QTDE-RAJ)

           IF ARQRAJ01-VAL-TETO-REAJUSTE NUMERIC
              MOVE ARQRAJ01-VAL-TETO-REAJUSTE
                          TO WRK-TAB-RAJ-VAL-TETO (WRK-QTDE-RAJ)
           ELSE
              MOVE ZEROS  TO WRK-TAB-RAJ-VAL-TETO (WRK-QTDE-RAJ)
           END-IF

           PERFORM 1110-LER-REAJUSTE
           .
      *----------------------------------------------------------------*
       1120-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE PROCESSAMENTO DE CADA REGISTRO DO CADASTRO:       *
      *    A POPULACAO DO RELATORIO E A MESMA DO EXER0115; SO OS       *
      *    ATIVOS COM GRADE NA TABELA DE REAJUSTE SAO REAJUSTADOS      *
      *----------------------------------------------------------------*
       3000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-SW-REAJUSTADO

           EVALUATE TRUE
              WHEN ARQENT01-FUNCO-DESLIGADO
                 ADD 1 TO ACU-DESLIGADOS
              WHEN ARQENT01-VAL-SALARIO NOT NUMERIC
                OR ARQENT01-COD-GRADE EQUAL SPACES
                 ADD 1 TO ACU-SEM-REMUNERACAO
              WHEN OTHER
                 MOVE ARQENT01-VAL-SALARIO TO WRK-VAL-SALARIO-DEPOIS
                 IF ARQENT01-FUNCO-ATIVO
                    PERFORM 3100-CALCULAR-REAJUSTE
                 ELSE
                    ADD 1 TO ACU-NAO-ATIVOS
                 END-IF
                 PERFORM 3500-ACUMULAR-CELULA
           END-EVALUATE

           PERFORM 3800-LER-CADASTRO
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE CALCULO DO REAJUSTE DO FUNCIONARIO: PERCENTUAL DA *
      *    GRADE, LIMITADO AO TETO DO AUMENTO QUANDO INFORMADO, E      *
      *    CRITICA DO NOVO SALARIO CONTRA A FAIXA DA GRADE             *
      *----------------------------------------------------------------*
       3100-CALCULAR-REAJUSTE SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-IDX-RAJ

           PERFORM 3110-PROXIMO-REAJUSTE
              UNTIL WRK-IDX-RAJ GREATER WRK-QTDE-RAJ
                 OR WRK-TAB-RAJ-COD-GRADE (WRK-IDX-RAJ)
                                  EQUAL ARQENT01-COD-GRADE

           IF WRK-IDX-RAJ GREATER WRK-QTDE-RAJ
              ADD 1 TO ACU-GRADE-SEM-REAJUSTE
           ELSE
              COMPUTE WRK-VAL-AUMENTO ROUNDED =
                      ARQENT01-VAL-SALARIO *
                      WRK-TAB-RAJ-PCT (WRK-IDX-RAJ) / 100

              IF WRK-TAB-RAJ-VAL-TETO (WRK-IDX-RAJ) GREATER ZEROS
                 AND WRK-VAL-AUMENTO GREATER
                     WRK-TAB-RAJ-VAL-TETO (WRK-IDX-RAJ)
                 MOVE WRK-TAB-RAJ-VAL-TETO (WRK-IDX-RAJ)
                                        TO WRK-VAL-AUMENTO
                 ADD 1 TO ACU-LIMITADOS-TETO
              END-IF

              COMPUTE WRK-VAL-SALARIO-NOVO =
                      ARQENT01-VAL-SALARIO + WRK-VAL-AUMENTO

              PERFORM 3200-VALIDAR-FAIXA

              IF WRK-FAIXA-VALIDA
                 MOVE WRK-VAL-SALARIO-NOVO TO WRK-VAL-SALARIO-DEPOIS
                 SET WRK-FUNCO-REAJUSTADO  TO TRUE
                 PERFORM 3900-GRAVAR-TRANSACAO
              ELSE
                 PERFORM 3960-GRAVAR-REJEITO
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3110-PROXIMO-REAJUSTE SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-IDX-RAJ
           .
      *----------------------------------------------------------------*
       3110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE CRITICA DO NOVO SALARIO CONTRA A FAIXA DA GRADE   *
      *    (MESMA REGRA DO EXER0106, QUE VOLTA A CRITICAR NA CARGA)    *
      *----------------------------------------------------------------*
       3200-VALIDAR-FAIXA SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-FAIXA-VALIDA        TO TRUE

           MOVE ARQENT01-COD-GRADE     TO FD-ARQGRD01-COD-GRADE

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQGRD01        TO TRUE

           READ ARQGRD01 INTO ARQGRD01-REGISTRO

           EVALUATE TRUE
              WHEN WRK-FS-GRD01-OK
                 EVALUATE TRUE
                    WHEN WRK-VAL-SALARIO-NOVO LESS
                         ARQGRD01-VAL-SALARIO-MIN
                       SET WRK-FAIXA-INVALIDA TO TRUE
                       MOVE 01 TO WRK-COD-MOTIVO-REJEICAO
                       MOVE 'NOVO SALARIO ABAIXO DO PISO'
                                        TO WRK-DESC-MOTIVO-REJEICAO
                    WHEN WRK-VAL-SALARIO-NOVO GREATER
                         ARQGRD01-VAL-SALARIO-MAX
                       SET WRK-FAIXA-INVALIDA TO TRUE
                       MOVE 02 TO WRK-COD-MOTIVO-REJEICAO
                       MOVE 'NOVO SALARIO ACIMA DO TETO'
                                        TO WRK-DESC-MOTIVO-REJEICAO
                 END-EVALUATE
              WHEN WRK-FS-GRD01-NAO-ENCONTRADO
                 SET WRK-FAIXA-INVALIDA TO TRUE
                 MOVE 03 TO WRK-COD-MOTIVO-REJEICAO
                 MOVE 'GRADE NAO CADASTRADA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              WHEN OTHER
                 MOVE WRK-FS-ARQGRD01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE ACUMULACAO NA CELULA DEPARTAMENTO X GRADE         *
      *----------------------------------------------------------------*
       3500-ACUMULAR-CELULA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-IDX-BUSCA

           PERFORM 3510-PROXIMA-CELULA
              UNTIL WRK-IDX-BUSCA GREATER WRK-QTDE-CELULAS
                 OR (WRK-TAB-COD-DEPTO (WRK-IDX-BUSCA)
                                  EQUAL ARQENT01-COD-DEPTO
                 AND WRK-TAB-COD-GRADE (WRK-IDX-BUSCA)
                                  EQUAL ARQENT01-COD-GRADE)

           IF WRK-IDX-BUSCA GREATER WRK-QTDE-CELULAS
              AND WRK-QTDE-CELULAS LESS 400
              ADD 1 TO WRK-QTDE-CELULAS
              MOVE WRK-QTDE-CELULAS    TO WRK-IDX-BUSCA
              MOVE ARQENT01-COD-DEPTO
                        TO WRK-TAB-COD-DEPTO (WRK-IDX-BUSCA)
              MOVE ARQENT01-NOM-DEPTO
                        TO WRK-TAB-NOM-DEPTO (WRK-IDX-BUSCA)
              MOVE ARQENT01-COD-GRADE
                        TO WRK-TAB-COD-GRADE (WRK-IDX-BUSCA)
              MOVE ZEROS TO WRK-TAB-QTDE (WRK-IDX-BUSCA)
              MOVE ZEROS TO WRK-TAB-QTDE-REAJ (WRK-IDX-BUSCA)
              MOVE ZEROS TO WRK-TAB-VAL-ANTES (WRK-IDX-BUSCA)
              MOVE ZEROS TO WRK-TAB-VAL-DEPOIS (WRK-IDX-BUSCA)
              MOVE 'N'   TO WRK-TAB-SW-IMPRESSA (WRK-IDX-BUSCA)
           END-IF

           IF WRK-IDX-BUSCA NOT GREATER WRK-QTDE-CELULAS
              ADD 1 TO WRK-TAB-QTDE (WRK-IDX-BUSCA)
              IF WRK-FUNCO-REAJUSTADO
                 ADD 1 TO WRK-TAB-QTDE-REAJ (WRK-IDX-BUSCA)
              END-IF
              ADD ARQENT01-VAL-SALARIO
                 TO WRK-TAB-VAL-ANTES (WRK-IDX-BUSCA)
              ADD WRK-VAL-SALARIO-DEPOIS
                 TO WRK-TAB-VAL-DEPOIS (WRK-IDX-BUSCA)
           END-IF
           .
      *----------------------------------------------------------------*
       3500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3510-PROXIMA-CELULA SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-IDX-BUSCA
           .
      *----------------------------------------------------------------*
       3510-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO ARQUIVO ARQENT01                       *
      *----------------------------------------------------------------*
       3800-LER-CADASTRO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQENT01        TO TRUE

           READ ARQENT01 INTO ARQENT01-REGISTRO

           IF WRK-FS-ENT01-OK OR WRK-FS-ENT01-FIM
              IF WRK-FS-ENT01-OK
                 ADD 1 TO ACU-LIDOS-ARQENT01
              END-IF
           ELSE
              MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE GRAVACAO DA TRANSACAO DE ALTERACAO PARA O         *
      *    EXER0106: IMAGEM COMPLETA DO CADASTRO COM O NOVO SALARIO E  *
      *    A DATA DE EFETIVACAO DA TABELA DE REAJUSTE                  *
      *----------------------------------------------------------------*
       3900-GRAVAR-TRANSACAO SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE ARQMNT01-REGISTRO

           SET  ARQMNT01-TRANS-ALTERACAO TO TRUE
           MOVE ARQENT01-COD-FUNCO     TO ARQMNT01-COD-FUNCO
           MOVE ARQENT01-NOM-FUNCO     TO ARQMNT01-NOM-FUNCO
           MOVE ARQENT01-NOM-ESCTO     TO ARQMNT01-NOM-ESCTO
           MOVE ARQENT01-COD-DEPTO     TO ARQMNT01-COD-DEPTO
           MOVE ARQENT01-NOM-DEPTO     TO ARQMNT01-NOM-DEPTO
           MOVE ARQENT01-DAT-CNTRL     TO ARQMNT01-DAT-CNTRL
           MOVE ARQENT01-SIT-FUNCO     TO ARQMNT01-SIT-FUNCO
           MOVE WRK-TAB-RAJ-DAT-EFET (WRK-IDX-RAJ)
                                        TO ARQMNT01-DAT-EFETIVACAO
           MOVE ZEROS                  TO ARQMNT01-COD-DEPTO-ORIGEM
           MOVE WRK-VAL-SALARIO-NOVO   TO ARQMNT01-VAL-SALARIO
           MOVE ARQENT01-COD-GRADE     TO ARQMNT01-COD-GRADE
           MOVE WRK-PROGRAMA           TO ARQMNT01-COD-USUARIO

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQMNT01        TO TRUE

           WRITE FD-ARQMNT01 FROM ARQMNT01-REGISTRO

           IF WRK-FS-MNT01-OK
              ADD 1 TO ACU-GRAVA-ARQMNT01
           ELSE
              MOVE WRK-FS-ARQMNT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE GRAVACAO DO FUNCIONARIO NAO REAJUSTADO            *
      *----------------------------------------------------------------*
       3960-GRAVAR-REJEITO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQENT01-COD-FUNCO     TO ARQREJ01-COD-FUNCO
           MOVE ARQENT01-COD-GRADE     TO ARQREJ01-COD-GRADE
           MOVE ARQENT01-VAL-SALARIO   TO ARQREJ01-VAL-SALARIO-ATUAL
           MOVE WRK-VAL-SALARIO-NOVO   TO ARQREJ01-VAL-SALARIO-NOVO
           MOVE WRK-COD-MOTIVO-REJEICAO
                                        TO ARQREJ01-COD-MOTIVO
           MOVE WRK-DESC-MOTIVO-REJEICAO
                                        TO ARQREJ01-DESC-MOTIVO

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQREJ01        TO TRUE

           WRITE FD-ARQREJ01 FROM ARQREJ01-REGISTRO

           IF WRK-FS-REJ01-OK
              ADD 1 TO ACU-GRAVA-ARQREJ01
           ELSE
              MOVE WRK-FS-ARQREJ01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3960-99-FIM.
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
      *    ROTINA DE GRAVACAO DO BLOCO DE UM DEPARTAMENTO: NA CELULA   *
      *    AINDA NAO IMPRESSA, GRAVA O NOME DO DEPTO, VARRE TODAS AS   *
      *    CELULAS DO MESMO DEPTO (MARCANDO-AS) E GRAVA O SUBTOTAL     *
      *----------------------------------------------------------------*
       4100-GRAVAR-CELULA SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-TAB-SW-IMPRESSA (WRK-IDX-CELULA) NOT EQUAL 'S'
              MOVE WRK-TAB-COD-DEPTO (WRK-IDX-CELULA)
                                        TO WRK-COD-DEPTO-ATUAL
              MOVE WRK-TAB-NOM-DEPTO (WRK-IDX-CELULA)
                                        TO WRK-NOME-NOM-DEPTO
              MOVE WRK-NOME-RELATORIO  TO WRK-LINHA-IMPRESSAO
              PERFORM 4950-GRAVAR-LINHA
              MOVE ZEROS               TO WRK-QTDE-SUBT
              MOVE ZEROS               TO WRK-QTDE-REAJ-SUBT
              MOVE ZEROS               TO WRK-VAL-ANTES-SUBT
              MOVE ZEROS               TO WRK-VAL-DEPOIS-SUBT

              PERFORM 4150-GRAVAR-CELULA-DO-DEPTO
                 VARYING WRK-IDX-BUSCA FROM WRK-IDX-CELULA BY 1
                 UNTIL WRK-IDX-BUSCA GREATER WRK-QTDE-CELULAS

              PERFORM 4200-GRAVAR-SUBTOTAL
           END-IF
           .
      *----------------------------------------------------------------*
       4100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE GRAVACAO DE UMA CELULA SE FOR DO DEPTO CORRENTE   *
      *----------------------------------------------------------------*
       4150-GRAVAR-CELULA-DO-DEPTO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-TAB-COD-DEPTO (WRK-IDX-BUSCA)
              EQUAL WRK-COD-DEPTO-ATUAL
              AND WRK-TAB-SW-IMPRESSA (WRK-IDX-BUSCA) NOT EQUAL 'S'
              MOVE 'S' TO WRK-TAB-SW-IMPRESSA (WRK-IDX-BUSCA)

              MOVE WRK-TAB-COD-DEPTO (WRK-IDX-BUSCA)
                                       TO ARQSAI01-COD-DEPTO
              MOVE WRK-TAB-COD-GRADE (WRK-IDX-BUSCA)
                                       TO ARQSAI01-COD-GRADE
              MOVE WRK-TAB-QTDE (WRK-IDX-BUSCA)
                                       TO ARQSAI01-QTDE-FUNCO
              MOVE WRK-TAB-QTDE-REAJ (WRK-IDX-BUSCA)
                                       TO ARQSAI01-QTDE-REAJUSTADOS
              MOVE WRK-TAB-VAL-ANTES (WRK-IDX-BUSCA)
                                       TO ARQSAI01-VAL-FOLHA-ANTES
              MOVE WRK-TAB-VAL-DEPOIS (WRK-IDX-BUSCA)
                                       TO ARQSAI01-VAL-FOLHA-DEPOIS
              COMPUTE WRK-VAL-IMPACTO =
                      WRK-TAB-VAL-DEPOIS (WRK-IDX-BUSCA) -
                      WRK-TAB-VAL-ANTES (WRK-IDX-BUSCA)
              MOVE WRK-VAL-IMPACTO     TO ARQSAI01-VAL-IMPACTO-MENSAL
              COMPUTE WRK-VAL-ANUAL = WRK-VAL-IMPACTO * 13
              MOVE WRK-VAL-ANUAL       TO ARQSAI01-VAL-IMPACTO-ANUAL

              MOVE ARQSAI01-REGISTRO   TO WRK-LINHA-IMPRESSAO
              PERFORM 4950-GRAVAR-LINHA

              ADD WRK-TAB-QTDE (WRK-IDX-BUSCA)      TO WRK-QTDE-SUBT
                                                       WRK-QTDE-GERAL
              ADD WRK-TAB-QTDE-REAJ (WRK-IDX-BUSCA) TO
                                                  WRK-QTDE-REAJ-SUBT
                                                  WRK-QTDE-REAJ-GERAL
              ADD WRK-TAB-VAL-ANTES (WRK-IDX-BUSCA) TO
                                                  WRK-VAL-ANTES-SUBT
                                                  WRK-VAL-ANTES-GERAL
              ADD WRK-TAB-VAL-DEPOIS (WRK-IDX-BUSCA) TO
                                                  WRK-VAL-DEPOIS-SUBT
                                                  WRK-VAL-DEPOIS-GERAL
           END-IF
           .
      *----------------------------------------------------------------*
       4150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE GRAVACAO DO SUBTOTAL DO DEPARTAMENTO CORRENTE     *
      *----------------------------------------------------------------*
       4200-GRAVAR-SUBTOTAL SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-COD-DEPTO-ATUAL    TO ARQSAI01-COD-DEPTO
           MOVE '***'                  TO ARQSAI01-COD-GRADE
           MOVE WRK-QTDE-SUBT          TO ARQSAI01-QTDE-FUNCO
           MOVE WRK-QTDE-REAJ-SUBT     TO ARQSAI01-QTDE-REAJUSTADOS
           MOVE WRK-VAL-ANTES-SUBT     TO ARQSAI01-VAL-FOLHA-ANTES
           MOVE WRK-VAL-DEPOIS-SUBT    TO ARQSAI01-VAL-FOLHA-DEPOIS
           COMPUTE WRK-VAL-IMPACTO =
                   WRK-VAL-DEPOIS-SUBT - WRK-VAL-ANTES-SUBT
           MOVE WRK-VAL-IMPACTO        TO ARQSAI01-VAL-IMPACTO-MENSAL
           COMPUTE WRK-VAL-ANUAL = WRK-VAL-IMPACTO * 13
           MOVE WRK-VAL-ANUAL          TO ARQSAI01-VAL-IMPACTO-ANUAL

           MOVE ARQSAI01-REGISTRO      TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       4200-99-FIM.
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
           MOVE ACU-LIDOS-ARQENT01      TO ARQAUD01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQMNT01      TO ARQAUD01-QTDE-GRAVA
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
           MOVE FUNCTION CURRENT-DATE(7:2) TO WRK-CAB1-DATA(1:2)
           MOVE '/'                        TO WRK-CAB1-DATA(3:1)
           MOVE FUNCTION CURRENT-DATE(5:2) TO WRK-CAB1-DATA(4:2)
           MOVE '/'                        TO WRK-CAB1-DATA(6:1)
           MOVE FUNCTION CURRENT-DATE(1:4) TO WRK-CAB1-DATA(7:4)

           MOVE WRK-CAB1-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           MOVE WRK-CAB2-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 4100-GRAVAR-CELULA
              VARYING WRK-IDX-CELULA FROM 1 BY 1
              UNTIL WRK-IDX-CELULA GREATER WRK-QTDE-CELULAS

           MOVE WRK-QTDE-GERAL         TO WRK-ROD-QTDE
           MOVE WRK-QTDE-REAJ-GERAL    TO WRK-ROD-QTDE-REAJ
           MOVE WRK-ROD1-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE WRK-VAL-ANTES-GERAL    TO WRK-ROD-VAL-ANTES
           MOVE WRK-VAL-DEPOIS-GERAL   TO WRK-ROD-VAL-DEPOIS
           MOVE WRK-ROD2-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           COMPUTE WRK-VAL-IMPACTO =
                   WRK-VAL-DEPOIS-GERAL - WRK-VAL-ANTES-GERAL
           MOVE WRK-VAL-IMPACTO        TO WRK-ROD-IMP-MENSAL
           COMPUTE WRK-VAL-ANUAL = WRK-VAL-IMPACTO * 13
           MOVE WRK-VAL-ANUAL          TO WRK-ROD-IMP-ANUAL
           MOVE WRK-ROD3-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 3980-GRAVAR-AUDITORIA

           SET  WRK-CN-CLOSE           TO TRUE

           SET  WRK-CN-ARQENT01        TO TRUE
           CLOSE ARQENT01
           IF NOT WRK-FS-ENT01-OK
              MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQGRD01        TO TRUE
           CLOSE ARQGRD01
           IF NOT WRK-FS-GRD01-OK
              MOVE WRK-FS-ARQGRD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQMNT01        TO TRUE
           CLOSE ARQMNT01
           IF NOT WRK-FS-MNT01-OK
              MOVE WRK-FS-ARQMNT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQREJ01        TO TRUE
           CLOSE ARQREJ01
           IF NOT WRK-FS-REJ01-OK
              MOVE WRK-FS-ARQREJ01     TO WRK-FS-DISPLAY
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

           MOVE ACU-LIDOS-ARQENT01     TO WRK-MASK-QTDE
           DISPLAY '**************************************************'
           DISPLAY '* QTDE DE REGISTROS LIDOS    : ' WRK-MASK-QTDE  '*'
           MOVE WRK-QTDE-RAJ           TO WRK-MASK-QTDE
           DISPLAY '* QTDE GRADES NA TABELA      : ' WRK-MASK-QTDE  '*'
           MOVE ACU-GRAVA-ARQMNT01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE TRANSACOES GERADAS    : ' WRK-MASK-QTDE  '*'
           MOVE ACU-LIMITADOS-TETO     TO WRK-MASK-QTDE
           DISPLAY '* QTDE LIMITADOS PELO TETO   : ' WRK-MASK-QTDE  '*'
           MOVE ACU-GRAVA-ARQREJ01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE FORA DA FAIXA (REJ.)  : ' WRK-MASK-QTDE  '*'
           MOVE ACU-GRADE-SEM-REAJUSTE TO WRK-MASK-QTDE
           DISPLAY '* QTDE GRADE SEM REAJUSTE    : ' WRK-MASK-QTDE  '*'
           MOVE ACU-NAO-ATIVOS         TO WRK-MASK-QTDE
           DISPLAY '* QTDE NAO ATIVOS (SEM REAJ.): ' WRK-MASK-QTDE  '*'
           MOVE ACU-DESLIGADOS         TO WRK-MASK-QTDE
           DISPLAY '* QTDE DESLIGADOS (FORA)     : ' WRK-MASK-QTDE  '*'
           MOVE ACU-SEM-REMUNERACAO    TO WRK-MASK-QTDE
           DISPLAY '* QTDE SEM REMUNERACAO       : ' WRK-MASK-QTDE  '*'
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
           MOVE ACU-LIDOS-ARQENT01
                                  TO ERRO01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQMNT01
                                  TO ERRO01-QTDE-GRAVADOS
           MOVE ARQENT01-COD-FUNCO
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
