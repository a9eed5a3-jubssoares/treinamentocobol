      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0327.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0327                                      *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   ACEITES DIARIOS DE OFERTAS DE CREDITO       *
      *                    PRE-APROVADO: CASA OS ACEITES (ACO03327, EM *
      *                    ORDEM DE CPF) COM AS OFERTAS DO EXER0326    *
      *                    (OFE03326, EM ORDEM DE CPF) E CONFERE MES   *
      *                    DA OFERTA, VALIDADE, VALOR ATE O LIMITE,    *
      *                    PRAZO ATE O MAXIMO, TABELA E CONTAS. OFERTA *
      *                    JA CONVERTIDA (HISTORICO DE ACEITES OU NA   *
      *                    PROPRIA RODADA) NAO E USADA DE NOVO. O      *
      *                    ACEITE VALIDO VIRA SOLICITACAO DE           *
      *                    EMPRESTIMO (SOL03314, ORIGEM 'O', TAXA DA   *
      *                    OFERTA) ACRESCIDA PELO JCL AS SOLICITACOES  *
      *                    DECIDIDAS PELO EXER0314. GRAVA O RELATORIO  *
      *                    DOS ACEITES CONVERTIDOS E RECUSADOS.        *
      *----------------------------------------------------------------*
      *    RETORNO.....:   RC 04 = HISTORICO DE ACEITES ALEM DA        *
      *                            CAPACIDADE DA TABELA (2000)         *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQACO01 (ACEITES DO DIA)                 ACO03327        *
      *      ARQOFE01 (OFERTAS PRE-APROVADAS)          OFE03326        *
      *      ARQHAC01 (HISTORICO DE ACEITES-OPCIONAL)  ACO03327        *
      *      ARQSOL01 (SOLICITACOES DE EMPRESTIMO)     SOL03314        *
      *      ARQSAI01 (ACEITES CONVERTIDOS)            ACO03327        *
      *      ARQSAI02 (RELATORIO DOS ACEITES)          -               *
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
           SELECT ARQACO01 ASSIGN      TO UT-S-ARQACO01
                      FILE STATUS      IS WRK-FS-ARQACO01.

           SELECT ARQOFE01 ASSIGN      TO UT-S-ARQOFE01
                      FILE STATUS      IS WRK-FS-ARQOFE01.

           SELECT OPTIONAL ARQHAC01 ASSIGN TO UT-S-ARQHAC01
                      FILE STATUS      IS WRK-FS-ARQHAC01.

           SELECT ARQSOL01 ASSIGN      TO UT-S-ARQSOL01
                      FILE STATUS      IS WRK-FS-ARQSOL01.

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
      *   INPUT:      ACEITES DE OFERTAS DO DIA (ORDEM DE CPF)        *
      *               ORG. SEQUENCIAL   -   LRECL = 180               *
      *---------------------------------------------------------------*

       FD  ARQACO01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQACO01             PIC X(180).

      *---------------------------------------------------------------*
      *   INPUT:      OFERTAS PRE-APROVADAS (EXER0326, ORDEM DE CPF)  *
      *               ORG. SEQUENCIAL   -   LRECL = 100               *
      *---------------------------------------------------------------*

       FD  ARQOFE01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQOFE01             PIC X(100).

      *---------------------------------------------------------------*
      *   INPUT:      HISTORICO DOS ACEITES JA CONVERTIDOS - OPCIONAL *
      *               ORG. SEQUENCIAL   -   LRECL = 180               *
      *---------------------------------------------------------------*

       FD  ARQHAC01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQHAC01             PIC X(180).

      *---------------------------------------------------------------*
      *   OUTPUT:     SOLICITACOES DE EMPRESTIMO (ENTRADA DO EXER0314)*
      *               ORG. SEQUENCIAL   -   LRECL = 240               *
      *---------------------------------------------------------------*

       FD  ARQSOL01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSOL01             PIC X(240).

      *---------------------------------------------------------------*
      *   OUTPUT:     ACEITES CONVERTIDOS (ACRESCIDOS AO HISTORICO)   *
      *               ORG. SEQUENCIAL   -   LRECL = 180               *
      *---------------------------------------------------------------*

       FD  ARQSAI01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI01             PIC X(180).

      *---------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DOS ACEITES                           *
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
             'EXER0327 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0327'.
       77 WRK-ERRO2000            PIC  X(008) VALUE 'ERRO2000'.
       77 WRK-MASK-QTDE           PIC  ZZZ.ZZ9.
       77 WRK-MASK-VALOR          PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS-ARQACO01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQOFE01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQHAC01     PIC 9(007) VALUE ZEROS.
           03 ACU-ACEITES-RECUSADOS  PIC 9(007) VALUE ZEROS.
           03 ACU-HISTORICO-ESGOTADO PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSOL01     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI01     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI02     PIC 9(007) VALUE ZEROS.
      *
       01 WRK-TOTAIS.
           03 TOT-VAL-CONVERTIDO     PIC S9(015)V99 COMP-3 VALUE +0.
      *
      *----------------------------------------------------------------*
      *    OFERTAS JA CONVERTIDAS EM SOLICITACAO (CPF + MES DA OFERTA) *
      *----------------------------------------------------------------*
       77 WRK-HAC-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-HAC-IDX             PIC 9(004) VALUE ZEROS.
       01 WRK-HAC-TABELA.
          05 WRK-HAC-LINHA        OCCURS 2000 TIMES.
             10 WRK-HAC-CPF       PIC 9(011).
             10 WRK-HAC-ANOMES    PIC 9(006).
      *
       77 WRK-PRC-CPF             PIC 9(011) VALUE ZEROS.
       77 WRK-PRC-ANOMES          PIC 9(006) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    SITUACAO DO ACEITE CORRENTE                                 *
      *----------------------------------------------------------------*
       01 WRK-SW-OFERTA           PIC  X(001) VALUE 'N'.
          88 WRK-OFERTA-ENCONTRADA            VALUE 'S'.
      *
       01 WRK-MOTIVO-RECUSA       PIC  X(030) VALUE SPACES.
          88 WRK-ACEITE-VALIDO                VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    AREA DO RELATORIO DOS ACEITES                               *
      *----------------------------------------------------------------*
       01 WRK-CAB1-RELATORIO.
          05 FILLER               PIC X(060) VALUE
             'ACEITES DE OFERTAS DE CREDITO PRE-APROVADO'.
          05 FILLER               PIC X(072) VALUE SPACES.

       01 WRK-CAB2-RELATORIO.
          05 FILLER               PIC X(008) VALUE 'ACEITE'.
          05 FILLER               PIC X(013) VALUE 'CPF'.
          05 FILLER               PIC X(008) VALUE 'OFERTA'.
          05 FILLER               PIC X(022) VALUE
             '     VALOR SOLICITADO'.
          05 FILLER               PIC X(006) VALUE 'PARC.'.
          05 FILLER               PIC X(022) VALUE
             '    LIMITE DA OFERTA'.
          05 FILLER               PIC X(010) VALUE 'SITUACAO'.
          05 FILLER               PIC X(043) VALUE 'MOTIVO'.

       01 WRK-DET-ACEITE.
          05 WRK-DAC-NUM-ACEITE   PIC 9(006).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DAC-CPF          PIC 9(011).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DAC-ANOMES       PIC 9(006).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DAC-VALOR        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DAC-PARCELAS     PIC ZZ9.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DAC-LIMITE       PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DAC-SITUACAO     PIC X(008).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DAC-MOTIVO       PIC X(030).
          05 FILLER               PIC X(015) VALUE SPACES.

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
          05 WRK-FS-ARQACO01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ACO01-OK               VALUE '00'.
             88 WRK-FS-ACO01-FIM              VALUE '10'.
          05 WRK-FS-ARQOFE01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-OFE01-OK               VALUE '00'.
             88 WRK-FS-OFE01-FIM              VALUE '10'.
          05 WRK-FS-ARQHAC01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-HAC01-OK               VALUE '00'.
             88 WRK-FS-HAC01-FIM              VALUE '10'.
             88 WRK-FS-HAC01-INEXISTENTE      VALUE '05' '35'.
          05 WRK-FS-ARQSOL01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SOL01-OK               VALUE '00'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK               VALUE '00'.
          05 WRK-FS-ARQSAI02      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI02-OK               VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQACO01      VALUE 'ARQACO01'.
          88 WRK-CN-ARQOFE01      VALUE 'ARQOFE01'.
          88 WRK-CN-ARQHAC01      VALUE 'ARQHAC01'.
          88 WRK-CN-ARQSOL01      VALUE 'ARQSOL01'.
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
           COPY ACO03327.
           COPY OFE03326.
           COPY SOL03314.
           COPY AUD00105.
           COPY 'I#ERRO01'.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0327 - FIM DA AREA DE WORKING'.
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

           PERFORM 2000-CARREGAR-HISTORICO

           PERFORM 3000-TRATAR-ACEITE
              UNTIL WRK-FS-ACO01-FIM

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

           SET  WRK-CN-ARQACO01        TO TRUE
           OPEN INPUT ARQACO01

           IF NOT WRK-FS-ACO01-OK
              MOVE WRK-FS-ARQACO01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQOFE01        TO TRUE
           OPEN INPUT ARQOFE01

           IF NOT WRK-FS-OFE01-OK
              MOVE WRK-FS-ARQOFE01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQSOL01        TO TRUE
           OPEN OUTPUT ARQSOL01

           IF NOT WRK-FS-SOL01-OK
              MOVE WRK-FS-ARQSOL01     TO WRK-FS-DISPLAY
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

           MOVE WRK-CAB1-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           PERFORM 4950-GRAVAR-LINHA
           MOVE WRK-CAB2-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 3810-LER-ACEITE

           PERFORM 3820-LER-OFERTA
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARREGA AS OFERTAS JA CONVERTIDAS EM DIAS ANTERIORES        *
      *----------------------------------------------------------------*
       2000-CARREGAR-HISTORICO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQHAC01        TO TRUE
           OPEN INPUT ARQHAC01

           IF WRK-FS-HAC01-INEXISTENTE
              DISPLAY '* SEM HISTORICO DE ACEITES: PRIMEIRA RODADA'
              GO TO 2000-99-FIM
           END-IF

           IF NOT WRK-FS-HAC01-OK
              MOVE WRK-FS-ARQHAC01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3830-LER-HISTORICO

           PERFORM 2100-TABELAR-HISTORICO
              UNTIL WRK-FS-HAC01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQHAC01
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2100-TABELAR-HISTORICO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FD-ARQHAC01 (15:11)    TO WRK-PRC-CPF
           MOVE FD-ARQHAC01 (26:6)     TO WRK-PRC-ANOMES

           PERFORM 2150-INCLUIR-HISTORICO

           PERFORM 3830-LER-HISTORICO
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    INCLUI CPF/MES DA OFERTA NA TABELA DE OFERTAS CONVERTIDAS   *
      *----------------------------------------------------------------*
       2150-INCLUIR-HISTORICO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-HAC-QTDE LESS 2000
              ADD 1 TO WRK-HAC-QTDE
              MOVE WRK-PRC-CPF         TO WRK-HAC-CPF (WRK-HAC-QTDE)
              MOVE WRK-PRC-ANOMES      TO WRK-HAC-ANOMES (WRK-HAC-QTDE)
           ELSE
              ADD 1 TO ACU-HISTORICO-ESGOTADO
              DISPLAY '* ATENCAO: TABELA DE ACEITES CHEIA (2000) - '
                      'CPF ' WRK-PRC-CPF
           END-IF
           .
      *----------------------------------------------------------------*
       2150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CASA O ACEITE COM A OFERTA DO CPF (AMBOS EM ORDEM DE CPF),  *
      *    CONFERE E CONVERTE EM SOLICITACAO OU RECUSA                 *
      *----------------------------------------------------------------*
       3000-TRATAR-ACEITE SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3820-LER-OFERTA
              UNTIL WRK-FS-OFE01-FIM
                 OR ARQOFE01-CPF NOT LESS ARQACO01-CPF

           MOVE 'N'                    TO WRK-SW-OFERTA
           IF NOT WRK-FS-OFE01-FIM
              AND ARQOFE01-CPF EQUAL ARQACO01-CPF
              SET WRK-OFERTA-ENCONTRADA TO TRUE
           END-IF

           PERFORM 3100-CONFERIR-ACEITE

           IF WRK-ACEITE-VALIDO
              PERFORM 3900-GRAVAR-SOLICITACAO
              PERFORM 3920-GRAVAR-CONVERTIDO
              MOVE ARQACO01-CPF        TO WRK-PRC-CPF
              MOVE ARQOFE01-ANOMES-REF TO WRK-PRC-ANOMES
              PERFORM 2150-INCLUIR-HISTORICO
           ELSE
              ADD 1 TO ACU-ACEITES-RECUSADOS
           END-IF

           PERFORM 3950-IMPRIMIR-ACEITE

           PERFORM 3810-LER-ACEITE
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CONFERENCIA DO ACEITE CONTRA A OFERTA (BRANCOS = VALIDO)    *
      *----------------------------------------------------------------*
       3100-CONFERIR-ACEITE SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-MOTIVO-RECUSA

           IF NOT WRK-OFERTA-ENCONTRADA
              MOVE 'CPF SEM OFERTA PRE-APROVADA'
                                       TO WRK-MOTIVO-RECUSA
              GO TO 3100-99-FIM
           END-IF

           IF ARQACO01-ANOMES-OFERTA NOT EQUAL ZEROS
              AND ARQACO01-ANOMES-OFERTA NOT EQUAL ARQOFE01-ANOMES-REF
              MOVE 'OFERTA SUBSTITUIDA POR OUTRA'
                                       TO WRK-MOTIVO-RECUSA
              GO TO 3100-99-FIM
           END-IF

           IF ARQACO01-DAT-ACEITE GREATER ARQOFE01-DAT-VALIDADE
              MOVE 'OFERTA VENCIDA'    TO WRK-MOTIVO-RECUSA
              GO TO 3100-99-FIM
           END-IF

           MOVE ARQACO01-CPF           TO WRK-PRC-CPF
           MOVE ARQOFE01-ANOMES-REF    TO WRK-PRC-ANOMES
           PERFORM 5100-PROCURAR-HISTORICO

           IF WRK-HAC-IDX NOT GREATER WRK-HAC-QTDE
              MOVE 'OFERTA JA UTILIZADA'
                                       TO WRK-MOTIVO-RECUSA
              GO TO 3100-99-FIM
           END-IF

           IF ARQACO01-VAL-SOLICITADO NOT NUMERIC
              OR ARQACO01-VAL-SOLICITADO EQUAL ZEROS
              MOVE 'VALOR SOLICITADO INVALIDO'
                                       TO WRK-MOTIVO-RECUSA
              GO TO 3100-99-FIM
           END-IF

           IF ARQACO01-VAL-SOLICITADO GREATER ARQOFE01-VAL-LIMITE
              MOVE 'VALOR ACIMA DO LIMITE OFERTADO'
                                       TO WRK-MOTIVO-RECUSA
              GO TO 3100-99-FIM
           END-IF

           IF ARQACO01-QTD-PARCELAS NOT NUMERIC
              OR ARQACO01-QTD-PARCELAS EQUAL ZEROS
              OR ARQACO01-QTD-PARCELAS GREATER
                 ARQOFE01-QTD-MAX-PARCELAS
              MOVE 'PRAZO FORA DO MAXIMO OFERTADO'
                                       TO WRK-MOTIVO-RECUSA
              GO TO 3100-99-FIM
           END-IF

           IF NOT ARQACO01-TABELA-VALIDA
              MOVE 'TABELA INVALIDA (P/S)'
                                       TO WRK-MOTIVO-RECUSA
              GO TO 3100-99-FIM
           END-IF

           IF ARQACO01-NUM-CONTA-DEP NOT NUMERIC
              OR ARQACO01-NUM-CONTA-DEP EQUAL ZEROS
              OR ARQACO01-CHAVE-CONTA NOT NUMERIC
              OR ARQACO01-COD-AGENCIA EQUAL ZEROS
              MOVE 'DADOS DA CONTA INCOMPLETOS'
                                       TO WRK-MOTIVO-RECUSA
           END-IF
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3810-LER-ACEITE SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQACO01        TO TRUE

           READ ARQACO01 INTO ARQACO01-REGISTRO

           IF WRK-FS-ACO01-OK OR WRK-FS-ACO01-FIM
              IF WRK-FS-ACO01-OK
                 ADD 1 TO ACU-LIDOS-ARQACO01
              END-IF
           ELSE
              MOVE WRK-FS-ARQACO01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3810-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3820-LER-OFERTA SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQOFE01        TO TRUE

           READ ARQOFE01 INTO ARQOFE01-REGISTRO

           IF WRK-FS-OFE01-OK OR WRK-FS-OFE01-FIM
              IF WRK-FS-OFE01-OK
                 ADD 1 TO ACU-LIDOS-ARQOFE01
              END-IF
           ELSE
              MOVE WRK-FS-ARQOFE01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3820-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3830-LER-HISTORICO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQHAC01        TO TRUE

           READ ARQHAC01

           IF WRK-FS-HAC01-OK OR WRK-FS-HAC01-FIM
              IF WRK-FS-HAC01-OK
                 ADD 1 TO ACU-LIDOS-ARQHAC01
              END-IF
           ELSE
              MOVE WRK-FS-ARQHAC01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3830-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GERA A SOLICITACAO DE EMPRESTIMO DO ACEITE, NA TAXA DA      *
      *    OFERTA E SEM AVALISTA                                       *
      *----------------------------------------------------------------*
       3900-GRAVAR-SOLICITACAO SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE ARQSOL01-REGISTRO

           MOVE ARQACO01-NUM-ACEITE    TO ARQSOL01-NUM-SOLICITACAO
           MOVE ARQACO01-DAT-ACEITE    TO ARQSOL01-DAT-SOLICITACAO
           MOVE ARQACO01-CPF           TO ARQSOL01-CPF
           MOVE ARQACO01-NUM-CONTA-DEP TO ARQSOL01-NUM-CONTA-DEP
           MOVE ARQACO01-COD-AGENCIA   TO ARQSOL01-COD-AGENCIA
           MOVE ARQACO01-NUM-CONTA     TO ARQSOL01-NUM-CONTA
           MOVE ARQACO01-NOM-CLIENTE   TO ARQSOL01-NOM-CLIENTE
           MOVE ARQACO01-TEL-CLIENTE   TO ARQSOL01-TEL-CLIENTE
           MOVE ARQACO01-EMAIL-CLIENTE TO ARQSOL01-EMAIL-CLIENTE
           MOVE ARQACO01-VAL-SOLICITADO
                                       TO ARQSOL01-VAL-SOLICITADO
           MOVE ARQACO01-QTD-PARCELAS  TO ARQSOL01-QTD-PARCELAS
           MOVE ARQACO01-TIP-TABELA    TO ARQSOL01-TIP-TABELA
           MOVE ARQOFE01-PCT-TAXA-MENSAL
                                       TO ARQSOL01-PCT-TAXA-MENSAL
           MOVE SPACES                 TO ARQSOL01-NOM-AVALISTA
                                          ARQSOL01-TEL-AVALISTA
           MOVE ZEROS                  TO ARQSOL01-CPF-AVALISTA
           SET ARQSOL01-ORIGEM-OFERTA  TO TRUE
           MOVE ARQOFE01-ANOMES-REF    TO ARQSOL01-ANOMES-OFERTA

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQSOL01        TO TRUE

           WRITE FD-ARQSOL01 FROM ARQSOL01-REGISTRO

           IF WRK-FS-SOL01-OK
              ADD 1 TO ACU-GRAVA-ARQSOL01
              ADD ARQACO01-VAL-SOLICITADO
                                       TO TOT-VAL-CONVERTIDO
           ELSE
              MOVE WRK-FS-ARQSOL01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ACEITE CONVERTIDO, COM O MES DA OFERTA, PARA O HISTORICO    *
      *----------------------------------------------------------------*
       3920-GRAVAR-CONVERTIDO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQOFE01-ANOMES-REF    TO ARQACO01-ANOMES-OFERTA

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQSAI01        TO TRUE

           WRITE FD-ARQSAI01 FROM ARQACO01-REGISTRO

           IF WRK-FS-SAI01-OK
              ADD 1 TO ACU-GRAVA-ARQSAI01
           ELSE
              MOVE WRK-FS-ARQSAI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3920-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LINHA DO ACEITE NO RELATORIO                                *
      *----------------------------------------------------------------*
       3950-IMPRIMIR-ACEITE SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQACO01-NUM-ACEITE    TO WRK-DAC-NUM-ACEITE
           MOVE ARQACO01-CPF           TO WRK-DAC-CPF
           MOVE ARQACO01-QTD-PARCELAS  TO WRK-DAC-PARCELAS
           MOVE ARQACO01-VAL-SOLICITADO
                                       TO WRK-DAC-VALOR

           IF WRK-OFERTA-ENCONTRADA
              MOVE ARQOFE01-ANOMES-REF TO WRK-DAC-ANOMES
              MOVE ARQOFE01-VAL-LIMITE TO WRK-DAC-LIMITE
           ELSE
              MOVE ZEROS               TO WRK-DAC-ANOMES
                                          WRK-DAC-LIMITE
           END-IF

           IF WRK-ACEITE-VALIDO
              MOVE 'ACEITO'            TO WRK-DAC-SITUACAO
           ELSE
              MOVE 'RECUSADO'          TO WRK-DAC-SITUACAO
           END-IF
           MOVE WRK-MOTIVO-RECUSA      TO WRK-DAC-MOTIVO

           MOVE WRK-DET-ACEITE         TO WRK-LINHA-IMPRESSAO
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
           MOVE ACU-LIDOS-ARQACO01      TO ARQAUD01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQSOL01      TO ARQAUD01-QTDE-GRAVA
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

           IF ACU-HISTORICO-ESGOTADO GREATER ZEROS
              MOVE 04                  TO RETURN-CODE
           END-IF

           PERFORM 3980-GRAVAR-AUDITORIA

           SET  WRK-CN-CLOSE           TO TRUE

           SET  WRK-CN-ARQACO01        TO TRUE
           CLOSE ARQACO01
           IF NOT WRK-FS-ACO01-OK
              MOVE WRK-FS-ARQACO01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQOFE01        TO TRUE
           CLOSE ARQOFE01
           IF NOT WRK-FS-OFE01-OK
              MOVE WRK-FS-ARQOFE01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQSOL01        TO TRUE
           CLOSE ARQSOL01
           IF NOT WRK-FS-SOL01-OK
              MOVE WRK-FS-ARQSOL01     TO WRK-FS-DISPLAY
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

           MOVE ACU-LIDOS-ARQACO01     TO WRK-MASK-QTDE
           DISPLAY '**************************************************'
           DISPLAY '* QTDE DE ACEITES LIDOS      : ' WRK-MASK-QTDE  '*'
           MOVE ACU-GRAVA-ARQSOL01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE SOLICITACOES GERADAS: ' WRK-MASK-QTDE '*'
           MOVE ACU-ACEITES-RECUSADOS  TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE ACEITES RECUSADOS  : ' WRK-MASK-QTDE  '*'
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
      *    RESUMO DA RODADA NO FIM DO RELATORIO                        *
      *----------------------------------------------------------------*
       4800-GRAVAR-TOTAIS SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 4950-GRAVAR-LINHA
           MOVE 'RESUMO DA RODADA'     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'ACEITES LIDOS'        TO WRK-RES-DESCRICAO
           MOVE ACU-LIDOS-ARQACO01     TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'SOLICITACOES GERADAS' TO WRK-RES-DESCRICAO
           MOVE ACU-GRAVA-ARQSOL01     TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'ACEITES RECUSADOS'    TO WRK-RES-DESCRICAO
           MOVE ACU-ACEITES-RECUSADOS  TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'VALOR TOTAL SOLICITADO'
                                       TO WRK-RSV-DESCRICAO
           MOVE TOT-VAL-CONVERTIDO     TO WRK-RSV-VALOR
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
      *    OFERTA WRK-PRC-CPF/WRK-PRC-ANOMES JA CONVERTIDA             *
      *    (WRK-HAC-IDX ALEM DA QTDE = AINDA NAO UTILIZADA)            *
      *----------------------------------------------------------------*
       5100-PROCURAR-HISTORICO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-HAC-IDX

           PERFORM 5110-PROXIMO-HISTORICO
              UNTIL WRK-HAC-IDX GREATER WRK-HAC-QTDE
                 OR (WRK-HAC-CPF (WRK-HAC-IDX) EQUAL WRK-PRC-CPF
                 AND WRK-HAC-ANOMES (WRK-HAC-IDX) EQUAL WRK-PRC-ANOMES)
           .
      *----------------------------------------------------------------*
       5100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5110-PROXIMO-HISTORICO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-HAC-IDX
           .
      *----------------------------------------------------------------*
       5110-99-FIM.
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
           MOVE ACU-LIDOS-ARQACO01
                                  TO ERRO01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQSOL01
                                  TO ERRO01-QTDE-GRAVADOS
           MOVE ARQACO01-CPF      TO ERRO01-ULT-CHAVE

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
