      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0230.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0230                                      *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   APURACAO MENSAL DOS JUROS DE CHEQUE         *
      *                    ESPECIAL: LE O MESTRE DE LIMITES APROVADOS  *
      *                    (LIM02230) E O HISTORICO DE POSICOES        *
      *                    DIARIAS DO MES (PSD02105, NO MOLDE DO       *
      *                    EXER0210), COBRA JUROS SOBRE O SALDO        *
      *                    NEGATIVO DE CADA DIA DENTRO DO LIMITE EM    *
      *                    VIGENCIA, A TAXA CONTRATADA RATEADA EM 30   *
      *                    DIAS, E CONSOLIDA UM DEBITO POR CPF/CONTA/  *
      *                    MOEDA COMO MOVIMENTO 'S' PARA A ENTRADA DO  *
      *                    MES SEGUINTE (ARQLAN01, COMO O EXER0216).   *
      *                    CADA DIA COM SALDO NEGATIVO ALEM DO LIMITE  *
      *                    (OU SEM LIMITE APROVADO) VAI PARA O         *
      *                    RELATORIO DE EXCESSO DE LIMITE; O EXCESSO   *
      *                    NAO E BASE DE JUROS.                        *
      *----------------------------------------------------------------*
      *    CARTAO......:   COLS 1-8 DATA DE LANCAMENTO (AAAAMMDD)      *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQLIM01 (LIMITES DE CHEQUE ESPECIAL)     LIM02230        *
      *      ARQPSD01 (POSICOES DIARIAS DO MES)        PSD02105        *
      *      ARQPARM  (DATA DE LANCAMENTO)             -               *
      *      ARQLAN01 (DEBITOS DE JUROS)               ENT02105        *
      *      ARQSAI01 (RELATORIO DE EXCESSO)           -               *
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
           SELECT ARQLIM01 ASSIGN      TO UT-S-ARQLIM01
                      FILE STATUS      IS WRK-FS-ARQLIM01.

           SELECT ARQPSD01 ASSIGN      TO UT-S-ARQPSD01
                      FILE STATUS      IS WRK-FS-ARQPSD01.

           SELECT ARQLAN01 ASSIGN      TO UT-S-ARQLAN01
                      FILE STATUS      IS WRK-FS-ARQLAN01.

           SELECT ARQSAI01 ASSIGN      TO UT-S-ARQSAI01
                      FILE STATUS      IS WRK-FS-ARQSAI01.

           SELECT ARQPARM ASSIGN       TO UT-S-ARQPARM
                      FILE STATUS      IS WRK-FS-ARQPARM.

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
      *   INPUT:      MESTRE DE LIMITES DE CHEQUE ESPECIAL            *
      *               ORG. SEQUENCIAL   -   LRECL = 060               *
      *---------------------------------------------------------------*

       FD  ARQLIM01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQLIM01             PIC X(060).

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
      *   OUTPUT:     DEBITOS DE JUROS (LAYOUT ENT02105, ENTRADA DO   *
      *               MES SEGUINTE) - ORG. SEQUENCIAL - LRECL = 049   *
      *---------------------------------------------------------------*

       FD  ARQLAN01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQLAN01             PIC X(049).

      *---------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DE DIAS ACIMA DO LIMITE               *
      *               ORG. SEQUENCIAL   -   LRECL = 132               *
      *---------------------------------------------------------------*

       FD  ARQSAI01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI01             PIC X(132).

      *---------------------------------------------------------------*
      *   INPUT:      CARTAO DE PARAMETROS (DATA DE LANCAMENTO)       *
      *               ORG. SEQUENCIAL   -   LRECL = 80                *
      *---------------------------------------------------------------*

       FD  ARQPARM
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPARM              PIC X(80).

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
             'EXER0230 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0230'.
       77 WRK-ERRO2000            PIC  X(008) VALUE 'ERRO2000'.
       77 WRK-MASK-QTDE           PIC  ZZZ.ZZ9.
       77 WRK-MASK-VALOR          PIC  Z.ZZZ.ZZZ.ZZ9,99.
       77 WRK-DAT-LANCAMENTO      PIC  9(008) VALUE ZEROS.
       77 WRK-DAT-LANC-EDIT       PIC  X(010) VALUE SPACES.
      *
       01 WRK-PARM-REGISTRO.
          05 WRK-PARM-DAT-LANCAMENTO PIC 9(008) VALUE ZEROS.
          05 FILLER               PIC  X(072) VALUE SPACES.
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS-ARQLIM01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIMITES-IGNORADOS  PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQPSD01     PIC 9(007) VALUE ZEROS.
           03 ACU-CONTAS-APURADAS    PIC 9(007) VALUE ZEROS.
           03 ACU-CONTAS-DEVEDORAS   PIC 9(007) VALUE ZEROS.
           03 ACU-DIAS-NEGATIVOS     PIC 9(007) VALUE ZEROS.
           03 ACU-DIAS-EXCESSO       PIC 9(007) VALUE ZEROS.
           03 ACU-GERADOS            PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI01     PIC 9(007) VALUE ZEROS.
      *
       77 WRK-VAL-JUROS-TOTAL     PIC S9(015)V99 COMP-3 VALUE +0.
      *
      *----------------------------------------------------------------*
      *    TABELA DO MESTRE DE LIMITES DE CHEQUE ESPECIAL              *
      *----------------------------------------------------------------*
       77 WRK-LIM-QTDE            PIC  9(004) VALUE ZEROS.
       77 WRK-LIM-IDX             PIC  9(004) VALUE ZEROS.
       77 WRK-LIM-IDX-ACHADO      PIC  9(004) VALUE ZEROS.
      *
       01 WRK-SW-LIM-ACHADO       PIC  X(001) VALUE 'N'.
          88 WRK-LIM-ACHADO                   VALUE 'S'.
          88 WRK-LIM-NAO-ACHADO               VALUE 'N'.
      *
       01 WRK-LIM-TABELA.
          05 WRK-LIM-LINHA        OCCURS 2000 TIMES.
             10 WRK-LIM-CPF       PIC 9(011).
             10 WRK-LIM-CONTA     PIC 9(004).
             10 WRK-LIM-MOEDA     PIC X(003).
             10 WRK-LIM-VALOR     PIC S9(013)V99 COMP-3.
             10 WRK-LIM-TAXA      PIC 9(003)V9(04).
             10 WRK-LIM-DAT-INI   PIC 9(008).
             10 WRK-LIM-DAT-FIM   PIC 9(008).
      *
      *----------------------------------------------------------------*
      *    GRUPO DE POSICOES DIARIAS DO CPF/CONTA/MOEDA CORRENTE       *
      *----------------------------------------------------------------*
       01 WRK-GRP-PSD-CHAVE.
          05 WRK-GPS-CPF          PIC  9(011) VALUE ZEROS.
          05 WRK-GPS-CONTA        PIC  9(004) VALUE ZEROS.
          05 WRK-GPS-MOEDA        PIC  X(003) VALUE SPACES.
       77 WRK-GPS-QTDE-PASSOS     PIC  9(003) VALUE ZEROS.
       77 WRK-GPS-IDX             PIC  9(003) VALUE ZEROS.
       77 WRK-GPS-DIAS-MES        PIC  9(002) VALUE ZEROS.
       77 WRK-GPS-ANO             PIC  9(004) VALUE ZEROS.
       77 WRK-GPS-MES             PIC  9(002) VALUE ZEROS.
       77 WRK-GPS-RESTO           PIC  9(004) VALUE ZEROS.
       77 WRK-GPS-PROX-DIA        PIC  9(002) VALUE ZEROS.
       77 WRK-GPS-DIA-INI         PIC  9(002) VALUE ZEROS.
       77 WRK-GPS-DIA-FIM         PIC  9(002) VALUE ZEROS.
       77 WRK-GPS-DIA-CORR        PIC  9(002) VALUE ZEROS.
       77 WRK-GPS-DIAS-NEG        PIC  9(002) VALUE ZEROS.
       77 WRK-GPS-JUROS           PIC S9(013)V9(06) COMP-3 VALUE +0.
       77 WRK-VAL-JUROS-CONTA     PIC S9(015)V99 COMP-3 VALUE +0.
      *
       01 WRK-GPS-PASSOS.
          05 WRK-GPS-PASSO        OCCURS 32 TIMES.
             10 WRK-GPS-DIA       PIC 9(002).
             10 WRK-GPS-SALDO     PIC S9(015)V99 COMP-3.
       01 WRK-SW-GRUPO-PSD        PIC  X(001) VALUE 'N'.
          88 WRK-GRUPO-PSD-ABERTO             VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    APURACAO DE UM DIA COM SALDO NEGATIVO                       *
      *----------------------------------------------------------------*
       01 WRK-DAT-DIA-APURADO.
          05 WRK-DDA-ANO          PIC  9(004) VALUE ZEROS.
          05 WRK-DDA-MES          PIC  9(002) VALUE ZEROS.
          05 WRK-DDA-DIA          PIC  9(002) VALUE ZEROS.
       01 WRK-DAT-DIA-APURADO-R   REDEFINES WRK-DAT-DIA-APURADO
                                  PIC  9(008).
       77 WRK-DAT-DIA-EDIT        PIC  X(010) VALUE SPACES.
       77 WRK-VAL-SALDO-DIA       PIC S9(015)V99 COMP-3 VALUE +0.
       77 WRK-VAL-NEGATIVO-DIA    PIC S9(015)V99 COMP-3 VALUE +0.
       77 WRK-VAL-LIMITE-DIA      PIC S9(015)V99 COMP-3 VALUE +0.
       77 WRK-VAL-BASE-DIA        PIC S9(015)V99 COMP-3 VALUE +0.
       77 WRK-VAL-EXCESSO-DIA     PIC S9(015)V99 COMP-3 VALUE +0.
       77 WRK-PCT-TAXA-DIA        PIC  9(003)V9(04) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    AREA DO RELATORIO DE EXCESSO DE LIMITE                      *
      *----------------------------------------------------------------*
       01 WRK-CAB1-RELATORIO.
          05 FILLER               PIC X(053) VALUE
             'DIAS ACIMA DO LIMITE DE CHEQUE ESPECIAL - LANCAMENTO '.
          05 WRK-CAB1-DATA        PIC X(010) VALUE SPACES.
          05 FILLER               PIC X(069) VALUE SPACES.

       01 WRK-CAB2-RELATORIO.
          05 FILLER               PIC X(016) VALUE 'CPF'.
          05 FILLER               PIC X(006) VALUE 'CONTA '.
          05 FILLER               PIC X(006) VALUE 'MOEDA '.
          05 FILLER               PIC X(012) VALUE 'DATA'.
          05 FILLER               PIC X(019) VALUE
             '     SALDO DO DIA  '.
          05 FILLER               PIC X(018) VALUE
             '  LIMITE APROVADO '.
          05 FILLER               PIC X(016) VALUE
             '         EXCESSO'.
          05 FILLER               PIC X(039) VALUE SPACES.

       01 WRK-DET-RELATORIO.
          05 WRK-DET-CPF          PIC 999.999.999.99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DET-CONTA        PIC 9(004).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DET-MOEDA        PIC X(003).
          05 FILLER               PIC X(003) VALUE SPACES.
          05 WRK-DET-DATA         PIC X(010).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DET-SALDO        PIC -Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DET-LIMITE       PIC Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DET-EXCESSO      PIC Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(039) VALUE SPACES.

       01 WRK-ROD1-RELATORIO.
          05 FILLER               PIC X(031) VALUE
             'TOTAL DE DIAS ACIMA DO LIMITE: '.
          05 WRK-ROD1-QTDE        PIC ZZZ.ZZ9.
          05 FILLER               PIC X(094) VALUE SPACES.

       01 WRK-ROD2-RELATORIO.
          05 FILLER               PIC X(036) VALUE
             'JUROS DE CHEQUE ESPECIAL DEBITADOS: '.
          05 WRK-ROD2-JUROS       PIC Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(080) VALUE SPACES.

       01 WRK-LINHA-IMPRESSAO     PIC X(132) VALUE SPACES.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA PARA TRATAMENTO DE FILE-STATUS'.
      *----------------------------------------------------------------*
      *
       01 WRK-AREA-FS.
          05 WRK-FS-ARQLIM01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-LIM01-OK               VALUE '00'.
             88 WRK-FS-LIM01-FIM              VALUE '10'.
          05 WRK-FS-ARQPSD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-PSD01-OK               VALUE '00'.
             88 WRK-FS-PSD01-FIM              VALUE '10'.
          05 WRK-FS-ARQLAN01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-LAN01-OK               VALUE '00'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK               VALUE '00'.
          05 WRK-FS-ARQPARM       PIC  X(002) VALUE SPACES.
             88 WRK-FS-PARM-OK                VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQLIM01      VALUE 'ARQLIM01'.
          88 WRK-CN-ARQPSD01      VALUE 'ARQPSD01'.
          88 WRK-CN-ARQLAN01      VALUE 'ARQLAN01'.
          88 WRK-CN-ARQSAI01      VALUE 'ARQSAI01'.
          88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
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
           COPY LIM02230.
           COPY PSD02105.
           COPY ENT02105.
           COPY AUD00105.
           COPY 'I#ERRO01'.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0230 - FIM DA AREA DE WORKING'.
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

           PERFORM 2000-CARREGAR-LIMITES

           PERFORM 3000-APURAR-POSICOES

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
              OR WRK-PARM-DAT-LANCAMENTO EQUAL ZEROS
              DISPLAY '************************************************'
              DISPLAY '* DATA DE LANCAMENTO NAO INFORMADA NO CARTAO   *'
              DISPLAY '* DE PARAMETROS (AAAAMMDD NAS COLUNAS 1-8)     *'
              DISPLAY '* PROGRAMA ' WRK-PROGRAMA
                                          ' CANCELADO                *'
              DISPLAY '************************************************'
              MOVE 08 TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           MOVE WRK-PARM-DAT-LANCAMENTO TO WRK-DAT-LANCAMENTO

           CLOSE ARQPARM

           MOVE WRK-DAT-LANCAMENTO(7:2) TO WRK-DAT-LANC-EDIT(1:2)
           MOVE '/'                     TO WRK-DAT-LANC-EDIT(3:1)
           MOVE WRK-DAT-LANCAMENTO(5:2) TO WRK-DAT-LANC-EDIT(4:2)
           MOVE '/'                     TO WRK-DAT-LANC-EDIT(6:1)
           MOVE WRK-DAT-LANCAMENTO(1:4) TO WRK-DAT-LANC-EDIT(7:4)

           DISPLAY '* DATA DE LANCAMENTO DOS JUROS: '
                   WRK-DAT-LANCAMENTO

           SET  WRK-CN-ARQLAN01        TO TRUE
           OPEN OUTPUT ARQLAN01

           IF NOT WRK-FS-LAN01-OK
              MOVE WRK-FS-ARQLAN01     TO WRK-FS-DISPLAY
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

           MOVE WRK-DAT-LANC-EDIT      TO WRK-CAB1-DATA
           MOVE WRK-CAB1-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           MOVE WRK-CAB2-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARREGA O MESTRE DE LIMITES EM MEMORIA; LINHAS COM LIMITE   *
      *    OU TAXA NAO NUMERICOS SAO IGNORADAS                         *
      *----------------------------------------------------------------*
       2000-CARREGAR-LIMITES SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQLIM01        TO TRUE
           OPEN INPUT ARQLIM01

           IF NOT WRK-FS-LIM01-OK
              MOVE WRK-FS-ARQLIM01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 2050-LER-LIMITE

           PERFORM 2060-TABELAR-LIMITE
              UNTIL WRK-FS-LIM01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQLIM01

           DISPLAY '* LIMITES CARREGADOS: ' WRK-LIM-QTDE
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2050-LER-LIMITE SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQLIM01        TO TRUE

           READ ARQLIM01 INTO ARQLIM01-REGISTRO

           IF WRK-FS-LIM01-OK OR WRK-FS-LIM01-FIM
              IF WRK-FS-LIM01-OK
                 ADD 1 TO ACU-LIDOS-ARQLIM01
              END-IF
           ELSE
              MOVE WRK-FS-ARQLIM01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       2050-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2060-TABELAR-LIMITE SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQLIM01-VAL-LIMITE NOT NUMERIC
              OR ARQLIM01-PCT-TAXA-MES NOT NUMERIC
              ADD 1 TO ACU-LIMITES-IGNORADOS
              PERFORM 2050-LER-LIMITE
              GO TO 2060-99-FIM
           END-IF

           IF WRK-LIM-QTDE LESS 2000
              ADD 1 TO WRK-LIM-QTDE
              MOVE ARQLIM01-CPF        TO WRK-LIM-CPF (WRK-LIM-QTDE)
              MOVE ARQLIM01-NUM-CONTA  TO WRK-LIM-CONTA (WRK-LIM-QTDE)
              MOVE ARQLIM01-COD-MOEDA  TO WRK-LIM-MOEDA (WRK-LIM-QTDE)
              MOVE ARQLIM01-VAL-LIMITE TO WRK-LIM-VALOR (WRK-LIM-QTDE)
              MOVE ARQLIM01-PCT-TAXA-MES
                                       TO WRK-LIM-TAXA (WRK-LIM-QTDE)
              MOVE ARQLIM01-DAT-INICIO TO WRK-LIM-DAT-INI (WRK-LIM-QTDE)
              MOVE ARQLIM01-DAT-FIM    TO WRK-LIM-DAT-FIM (WRK-LIM-QTDE)
           ELSE
              DISPLAY '* ATENCAO: TABELA DE LIMITES CHEIA (2000)'
           END-IF

           PERFORM 2050-LER-LIMITE
           .
      *----------------------------------------------------------------*
       2060-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LE AS POSICOES DIARIAS DO MES E APURA CADA CPF/CONTA/MOEDA; *
      *    O ARQUIVO VEM AGRUPADO POR CHAVE E ORDENADO POR DIA         *
      *    (EXER0217)                                                  *
      *----------------------------------------------------------------*
       3000-APURAR-POSICOES SECTION.
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
              PERFORM 3200-FECHAR-GRUPO-JUROS
           END-IF

           SET  WRK-CN-CLOSE           TO TRUE
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
       3100-TRATAR-POSICAO-DIARIA SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-GRUPO-PSD-ABERTO
              AND (ARQPSD01-CPF NOT EQUAL WRK-GPS-CPF
                OR ARQPSD01-NUM-CONTA NOT EQUAL WRK-GPS-CONTA
                OR ARQPSD01-COD-MOEDA NOT EQUAL WRK-GPS-MOEDA)
              PERFORM 3200-FECHAR-GRUPO-JUROS
           END-IF

           IF NOT WRK-GRUPO-PSD-ABERTO
              SET WRK-GRUPO-PSD-ABERTO TO TRUE
              MOVE ARQPSD01-CPF        TO WRK-GPS-CPF
              MOVE ARQPSD01-NUM-CONTA  TO WRK-GPS-CONTA
              MOVE ARQPSD01-COD-MOEDA  TO WRK-GPS-MOEDA
              MOVE ZEROS               TO WRK-GPS-QTDE-PASSOS
              PERFORM 3150-CALCULAR-DIAS-MES
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
      *    CALCULA A QTDE DE DIAS DO MES DA POSICAO (COM BISSEXTO)     *
      *----------------------------------------------------------------*
       3150-CALCULAR-DIAS-MES SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQPSD01-DAT-POSICAO (1:4) TO WRK-GPS-ANO
           MOVE ARQPSD01-DAT-POSICAO (5:2) TO WRK-GPS-MES

           EVALUATE WRK-GPS-MES
              WHEN 01
              WHEN 03
              WHEN 05
              WHEN 07
              WHEN 08
              WHEN 10
              WHEN 12
                 MOVE 31               TO WRK-GPS-DIAS-MES
              WHEN 04
              WHEN 06
              WHEN 09
              WHEN 11
                 MOVE 30               TO WRK-GPS-DIAS-MES
              WHEN 02
                 DIVIDE WRK-GPS-ANO BY 4 GIVING WRK-GPS-RESTO
                    REMAINDER WRK-GPS-RESTO
                 IF WRK-GPS-RESTO EQUAL ZEROS
                    MOVE 29            TO WRK-GPS-DIAS-MES
                    DIVIDE WRK-GPS-ANO BY 100 GIVING WRK-GPS-RESTO
                       REMAINDER WRK-GPS-RESTO
                    IF WRK-GPS-RESTO EQUAL ZEROS
                       MOVE 28         TO WRK-GPS-DIAS-MES
                       DIVIDE WRK-GPS-ANO BY 400
                          GIVING WRK-GPS-RESTO
                          REMAINDER WRK-GPS-RESTO
                       IF WRK-GPS-RESTO EQUAL ZEROS
                          MOVE 29      TO WRK-GPS-DIAS-MES
                       END-IF
                    END-IF
                 ELSE
                    MOVE 28            TO WRK-GPS-DIAS-MES
                 END-IF
              WHEN OTHER
                 MOVE 30               TO WRK-GPS-DIAS-MES
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    FECHA O GRUPO: APURA OS JUROS DIA A DIA E GRAVA O DEBITO    *
      *    CONSOLIDADO DO CPF/CONTA/MOEDA (ARREDONDADO NO FINAL)       *
      *----------------------------------------------------------------*
       3200-FECHAR-GRUPO-JUROS SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO ACU-CONTAS-APURADAS
           MOVE ZEROS                  TO WRK-GPS-JUROS
                                          WRK-GPS-DIAS-NEG

           PERFORM 3250-APURAR-PASSO
              VARYING WRK-GPS-IDX FROM 1 BY 1
              UNTIL WRK-GPS-IDX GREATER WRK-GPS-QTDE-PASSOS

           IF WRK-GPS-DIAS-NEG GREATER ZEROS
              ADD 1 TO ACU-CONTAS-DEVEDORAS
           END-IF

           COMPUTE WRK-VAL-JUROS-CONTA ROUNDED = WRK-GPS-JUROS

           IF WRK-VAL-JUROS-CONTA GREATER ZEROS
              ADD WRK-VAL-JUROS-CONTA  TO WRK-VAL-JUROS-TOTAL
              PERFORM 3500-GRAVAR-DEBITO
           END-IF

           MOVE 'N'                    TO WRK-SW-GRUPO-PSD
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    UM PASSO DE SALDO VALE DO SEU DIA ATE O DIA ANTERIOR AO     *
      *    PROXIMO PASSO (O PASSO DO DIA 00 E A ABERTURA E VALE A      *
      *    PARTIR DO DIA 01); PASSO NEGATIVO E APURADO DIA A DIA       *
      *----------------------------------------------------------------*
       3250-APURAR-PASSO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-GPS-SALDO (WRK-GPS-IDX) NOT LESS ZEROS
              GO TO 3250-99-FIM
           END-IF

           IF WRK-GPS-IDX LESS WRK-GPS-QTDE-PASSOS
              MOVE WRK-GPS-DIA (WRK-GPS-IDX + 1)
                                       TO WRK-GPS-PROX-DIA
           ELSE
              COMPUTE WRK-GPS-PROX-DIA = WRK-GPS-DIAS-MES + 1
           END-IF

           MOVE WRK-GPS-DIA (WRK-GPS-IDX)
                                       TO WRK-GPS-DIA-INI
           IF WRK-GPS-DIA-INI EQUAL ZEROS
              MOVE 1                   TO WRK-GPS-DIA-INI
           END-IF

           COMPUTE WRK-GPS-DIA-FIM = WRK-GPS-PROX-DIA - 1

           MOVE WRK-GPS-SALDO (WRK-GPS-IDX)
                                       TO WRK-VAL-SALDO-DIA

           PERFORM 3300-APURAR-DIA
              VARYING WRK-GPS-DIA-CORR FROM WRK-GPS-DIA-INI BY 1
              UNTIL WRK-GPS-DIA-CORR GREATER WRK-GPS-DIA-FIM
           .
      *----------------------------------------------------------------*
       3250-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    APURA UM DIA DE SALDO NEGATIVO: JUROS SOBRE A PARTE DENTRO  *
      *    DO LIMITE EM VIGENCIA NO DIA; A PARTE ALEM DO LIMITE VAI    *
      *    PARA O RELATORIO DE EXCESSO                                 *
      *----------------------------------------------------------------*
       3300-APURAR-DIA SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO ACU-DIAS-NEGATIVOS
                    WRK-GPS-DIAS-NEG

           MOVE WRK-GPS-ANO            TO WRK-DDA-ANO
           MOVE WRK-GPS-MES            TO WRK-DDA-MES
           MOVE WRK-GPS-DIA-CORR       TO WRK-DDA-DIA

           SET WRK-LIM-NAO-ACHADO      TO TRUE
           MOVE ZEROS                  TO WRK-LIM-IDX-ACHADO

           PERFORM 3350-PROCURAR-LIMITE
              VARYING WRK-LIM-IDX FROM 1 BY 1
              UNTIL WRK-LIM-IDX GREATER WRK-LIM-QTDE
                 OR WRK-LIM-ACHADO

           IF WRK-LIM-ACHADO
              MOVE WRK-LIM-VALOR (WRK-LIM-IDX-ACHADO)
                                       TO WRK-VAL-LIMITE-DIA
              MOVE WRK-LIM-TAXA (WRK-LIM-IDX-ACHADO)
                                       TO WRK-PCT-TAXA-DIA
           ELSE
              MOVE ZEROS               TO WRK-VAL-LIMITE-DIA
                                          WRK-PCT-TAXA-DIA
           END-IF

           COMPUTE WRK-VAL-NEGATIVO-DIA = ZEROS - WRK-VAL-SALDO-DIA

           IF WRK-VAL-NEGATIVO-DIA GREATER WRK-VAL-LIMITE-DIA
              MOVE WRK-VAL-LIMITE-DIA  TO WRK-VAL-BASE-DIA
              COMPUTE WRK-VAL-EXCESSO-DIA =
                      WRK-VAL-NEGATIVO-DIA - WRK-VAL-LIMITE-DIA
              PERFORM 3400-GRAVAR-EXCESSO
           ELSE
              MOVE WRK-VAL-NEGATIVO-DIA
                                       TO WRK-VAL-BASE-DIA
           END-IF

           COMPUTE WRK-GPS-JUROS = WRK-GPS-JUROS +
                   (WRK-VAL-BASE-DIA * WRK-PCT-TAXA-DIA / 3000)
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3350-PROCURAR-LIMITE SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-LIM-CPF (WRK-LIM-IDX) EQUAL WRK-GPS-CPF
              AND WRK-LIM-CONTA (WRK-LIM-IDX) EQUAL WRK-GPS-CONTA
              AND WRK-LIM-MOEDA (WRK-LIM-IDX) EQUAL WRK-GPS-MOEDA
              AND WRK-DAT-DIA-APURADO-R NOT LESS
                  WRK-LIM-DAT-INI (WRK-LIM-IDX)
              AND WRK-DAT-DIA-APURADO-R NOT GREATER
                  WRK-LIM-DAT-FIM (WRK-LIM-IDX)
              SET WRK-LIM-ACHADO       TO TRUE
              MOVE WRK-LIM-IDX         TO WRK-LIM-IDX-ACHADO
           END-IF
           .
      *----------------------------------------------------------------*
       3350-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA UM DIA ACIMA DO LIMITE NO RELATORIO DE EXCESSO        *
      *----------------------------------------------------------------*
       3400-GRAVAR-EXCESSO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO ACU-DIAS-EXCESSO

           MOVE WRK-DDA-DIA            TO WRK-DAT-DIA-EDIT(1:2)
           MOVE '/'                    TO WRK-DAT-DIA-EDIT(3:1)
           MOVE WRK-DDA-MES            TO WRK-DAT-DIA-EDIT(4:2)
           MOVE '/'                    TO WRK-DAT-DIA-EDIT(6:1)
           MOVE WRK-DDA-ANO            TO WRK-DAT-DIA-EDIT(7:4)

           MOVE WRK-GPS-CPF            TO WRK-DET-CPF
           MOVE WRK-GPS-CONTA          TO WRK-DET-CONTA
           MOVE WRK-GPS-MOEDA          TO WRK-DET-MOEDA
           MOVE WRK-DAT-DIA-EDIT       TO WRK-DET-DATA
           MOVE WRK-VAL-SALDO-DIA      TO WRK-DET-SALDO
           MOVE WRK-VAL-LIMITE-DIA     TO WRK-DET-LIMITE
           MOVE WRK-VAL-EXCESSO-DIA    TO WRK-DET-EXCESSO

           MOVE WRK-DET-RELATORIO      TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       3400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA O DEBITO CONSOLIDADO DE JUROS (MOVIMENTO 'S')         *
      *----------------------------------------------------------------*
       3500-GRAVAR-DEBITO SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE                 ARQENT01-REGISTRO

           MOVE WRK-GPS-CPF (1:9)      TO ARQENT01-COD-CPF
           MOVE WRK-GPS-CPF (10:2)     TO ARQENT01-DIG-CPF
           MOVE WRK-DAT-LANC-EDIT      TO ARQENT01-DAT-DEPOS
           MOVE WRK-VAL-JUROS-CONTA    TO ARQENT01-VAL-DEPOS
           MOVE 'S'                    TO ARQENT01-TIP-TRANS
           MOVE WRK-GPS-MOEDA          TO ARQENT01-COD-MOEDA
           MOVE WRK-GPS-CONTA          TO ARQENT01-NUM-CONTA

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQLAN01        TO TRUE

           WRITE FD-ARQLAN01 FROM ARQENT01-REGISTRO

           IF WRK-FS-LAN01-OK
              ADD 1 TO ACU-GERADOS
           ELSE
              MOVE WRK-FS-ARQLAN01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3500-99-FIM.
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
           MOVE ACU-GERADOS             TO ARQAUD01-QTDE-GRAVA
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
           MOVE ACU-DIAS-EXCESSO       TO WRK-ROD1-QTDE
           MOVE WRK-ROD1-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE WRK-VAL-JUROS-TOTAL    TO WRK-ROD2-JUROS
           MOVE WRK-ROD2-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 3980-GRAVAR-AUDITORIA

           SET  WRK-CN-CLOSE           TO TRUE

           SET  WRK-CN-ARQLAN01        TO TRUE
           CLOSE ARQLAN01
           IF NOT WRK-FS-LAN01-OK
              MOVE WRK-FS-ARQLAN01     TO WRK-FS-DISPLAY
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

           MOVE ACU-LIDOS-ARQLIM01     TO WRK-MASK-QTDE
           DISPLAY '**************************************************'
           DISPLAY '* QTDE DE LIMITES LIDOS      : ' WRK-MASK-QTDE  '*'
           MOVE ACU-LIMITES-IGNORADOS  TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE LIMITES IGNORADOS  : ' WRK-MASK-QTDE  '*'
           MOVE ACU-LIDOS-ARQPSD01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE POSICOES LIDAS     : ' WRK-MASK-QTDE  '*'
           MOVE ACU-CONTAS-APURADAS    TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE CONTAS APURADAS    : ' WRK-MASK-QTDE  '*'
           MOVE ACU-CONTAS-DEVEDORAS   TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE CONTAS DEVEDORAS   : ' WRK-MASK-QTDE  '*'
           MOVE ACU-DIAS-NEGATIVOS     TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE DIAS NEGATIVOS     : ' WRK-MASK-QTDE  '*'
           MOVE ACU-DIAS-EXCESSO       TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE DIAS ACIMA LIMITE  : ' WRK-MASK-QTDE  '*'
           MOVE ACU-GERADOS            TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE DEBITOS GERADOS    : ' WRK-MASK-QTDE  '*'
           MOVE WRK-VAL-JUROS-TOTAL    TO WRK-MASK-VALOR
           DISPLAY '* TOTAL DE JUROS DEBITADOS   : ' WRK-MASK-VALOR
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
           MOVE ACU-LIDOS-ARQPSD01
                                  TO ERRO01-QTDE-LIDOS
           MOVE ACU-GERADOS       TO ERRO01-QTDE-GRAVADOS
           MOVE WRK-GRP-PSD-CHAVE TO ERRO01-ULT-CHAVE

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
