      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0227.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0227                                      *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   BLOQUEIO JUDICIAL DE VALORES EM CONTAS DE   *
      *                    DEPOSITO: APLICA AS ORDENS DO JUDICIARIO    *
      *                    (OJU02227) SOBRE AS POSICOES DE SALDO DO    *
      *                    CPF (SLD02105), EM TODAS AS CONTAS E        *
      *                    MOEDAS (REAIS PRIMEIRO; DEMAIS MOEDAS       *
      *                    CONVERTIDAS PELA TABELA TAX02105). A ORDEM  *
      *                    DE BLOQUEIO E CUMPRIDA ATE O SALDO LIVRE;   *
      *                    O RESTANTE FICA PENDENTE E E COMPLEMENTADO  *
      *                    NAS RODADAS SEGUINTES, ANTES DAS ORDENS     *
      *                    NOVAS. A ORDEM DE LIBERACAO REDUZ O VALOR   *
      *                    DETERMINADO (PARCIAL) OU ENCERRA A ORDEM    *
      *                    (TOTAL), DEVOLVENDO O EXCEDENTE BLOQUEADO   *
      *                    AO SALDO LIVRE. A POSICAO DOS BLOQUEIOS     *
      *                    (BJU02227) E UM ARQUIVO DE CARRY ENTRE AS   *
      *                    RODADAS E E LIDA PELO DEBITO AUTOMATICO     *
      *                    (EXER0313); CADA ORDEM TRATADA GERA UMA     *
      *                    RESPOSTA AO JUDICIARIO (RJU02227) DENTRO DE *
      *                    ENVELOPE HDR/TRL (HDT00105).                *
      *----------------------------------------------------------------*
      *    CARTAO (ARQPARM): COLS 1-8  DATA DE REFERENCIA (AAAAMMDD)   *
      *                      COLS 10-13 SEQUENCIA DO ENVELOPE          *
      *                                 (BRANCOS/ZEROS = 1)            *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQOJU01 (ORDENS JUDICIAIS)               OJU02227        *
      *      ARQSLD01 (POSICOES DE DEPOSITO)           SLD02105        *
      *      ARQTAX01 (TAXAS DE CAMBIO - OPCIONAL)     TAX02105        *
      *      ARQBJU01 (BLOQUEIOS ANTERIORES - OPC.)    BJU02227        *
      *      ARQBJU02 (BLOQUEIOS ATUALIZADOS)          BJU02227        *
      *      ARQRJU01 (RESPOSTA AO JUDICIARIO)         RJU02227        *
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
           SELECT ARQOJU01 ASSIGN      TO UT-S-ARQOJU01
                      FILE STATUS      IS WRK-FS-ARQOJU01.

           SELECT ARQSLD01 ASSIGN      TO UT-S-ARQSLD01
                      FILE STATUS      IS WRK-FS-ARQSLD01.

           SELECT OPTIONAL ARQTAX01 ASSIGN TO UT-S-ARQTAX01
                      FILE STATUS      IS WRK-FS-ARQTAX01.

           SELECT OPTIONAL ARQBJU01 ASSIGN TO UT-S-ARQBJU01
                      FILE STATUS      IS WRK-FS-ARQBJU01.

           SELECT ARQPARM ASSIGN       TO UT-S-ARQPARM
                      FILE STATUS      IS WRK-FS-ARQPARM.

           SELECT ARQBJU02 ASSIGN      TO UT-S-ARQBJU02
                      FILE STATUS      IS WRK-FS-ARQBJU02.

           SELECT ARQRJU01 ASSIGN      TO UT-S-ARQRJU01
                      FILE STATUS      IS WRK-FS-ARQRJU01.

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
      *   INPUT:      ORDENS JUDICIAIS DE BLOQUEIO E LIBERACAO        *
      *               ORG. SEQUENCIAL   -   LRECL = 060               *
      *---------------------------------------------------------------*

       FD  ARQOJU01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQOJU01             PIC X(060).

      *---------------------------------------------------------------*
      *   INPUT:      POSICOES DE SALDO DE DEPOSITOS (EXER0205)       *
      *               ORG. SEQUENCIAL   -   LRECL = 045               *
      *---------------------------------------------------------------*

       FD  ARQSLD01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQSLD01             PIC X(045).

      *---------------------------------------------------------------*
      *   INPUT:      TAXAS DE CAMBIO PARA REAIS                      *
      *               ORG. SEQUENCIAL   -   LRECL = 024               *
      *---------------------------------------------------------------*

       FD  ARQTAX01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQTAX01             PIC X(024).

      *---------------------------------------------------------------*
      *   INPUT:      POSICAO DOS BLOQUEIOS DA RODADA ANTERIOR        *
      *               ORG. SEQUENCIAL   -   LRECL = 089               *
      *---------------------------------------------------------------*

       FD  ARQBJU01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQBJU01             PIC X(089).

      *---------------------------------------------------------------*
      *   INPUT:      CARTAO DE PARAMETROS                            *
      *---------------------------------------------------------------*

       FD  ARQPARM
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPARM              PIC X(80).

      *---------------------------------------------------------------*
      *   OUTPUT:     POSICAO ATUALIZADA DOS BLOQUEIOS JUDICIAIS      *
      *               ORG. SEQUENCIAL   -   LRECL = 089               *
      *---------------------------------------------------------------*

       FD  ARQBJU02
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQBJU02             PIC X(089).

      *---------------------------------------------------------------*
      *   OUTPUT:     RESPOSTA AO JUDICIARIO (COM ENVELOPE)           *
      *               ORG. SEQUENCIAL   -   LRECL = 100               *
      *---------------------------------------------------------------*

       FD  ARQRJU01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQRJU01             PIC X(100).

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
             'EXER0227 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0227'.
       77 WRK-ERRO2000            PIC  X(008) VALUE 'ERRO2000'.
       77 WRK-MASK-QTDE           PIC  ZZZ.ZZ9.
       77 WRK-MASK-VALOR          PIC  Z.ZZZ.ZZZ.ZZ9,99.
       77 WRK-DAT-REFERENCIA      PIC  9(008) VALUE ZEROS.
       77 WRK-NUM-SEQ-ENVELOPE    PIC  9(004) VALUE 0001.
       77 WRK-DESC-REJEICAO       PIC  X(024) VALUE SPACES.
      *
       01 WRK-PARM-REGISTRO.
          05 WRK-PARM-DATA        PIC  9(008) VALUE ZEROS.
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-PARM-SEQ         PIC  9(004) VALUE ZEROS.
          05 FILLER               PIC  X(067) VALUE SPACES.
      *
       01 WRK-SW-TAXAS            PIC  X(001) VALUE 'N'.
          88 WRK-TAXAS-PRESENTES              VALUE 'S'.

       01 WRK-SW-BLOQ-ANTERIOR    PIC  X(001) VALUE 'N'.
          88 WRK-BLOQ-ANTERIOR-PRESENTE       VALUE 'S'.

       01 WRK-SW-VARREDURA        PIC  X(001) VALUE 'R'.
          88 WRK-VARRER-REAIS                 VALUE 'R'.
          88 WRK-VARRER-OUTRAS                VALUE 'O'.
      *
      *----------------------------------------------------------------*
      *    VALORES DE TRABALHO DO BLOQUEIO E DA LIBERACAO              *
      *----------------------------------------------------------------*
       77 WRK-VAL-RESTANTE        PIC S9(15)V99 COMP-3 VALUE +0.
       77 WRK-VAL-LIVRE-BRL       PIC S9(15)V99 COMP-3 VALUE +0.
       77 WRK-VAL-TOMADO          PIC S9(15)V99 COMP-3 VALUE +0.
       77 WRK-VAL-TOMADO-BRL      PIC S9(15)V99 COMP-3 VALUE +0.
       77 WRK-VAL-EXCESSO         PIC S9(15)V99 COMP-3 VALUE +0.
       77 WRK-VAL-LIBERADO        PIC S9(15)V99 COMP-3 VALUE +0.
       77 WRK-VAL-LIBERADO-MOEDA  PIC S9(15)V99 COMP-3 VALUE +0.
       77 WRK-VAL-BLOQ-ANTES      PIC S9(15)V99 COMP-3 VALUE +0.
       77 WRK-TOT-VAL-BLOQUEADO   PIC S9(15)V99 COMP-3 VALUE +0.
       77 WRK-TAXA-POSICAO        PIC 9(07)V9(06) VALUE ZEROS.
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS-ARQOJU01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQSLD01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQBJU01     PIC 9(007) VALUE ZEROS.
           03 ACU-BLOQUEIOS-TOTAIS   PIC 9(007) VALUE ZEROS.
           03 ACU-BLOQUEIOS-PARCIAIS PIC 9(007) VALUE ZEROS.
           03 ACU-SEM-SALDO          PIC 9(007) VALUE ZEROS.
           03 ACU-COMPLEMENTOS       PIC 9(007) VALUE ZEROS.
           03 ACU-LIBERACOES-TOTAIS  PIC 9(007) VALUE ZEROS.
           03 ACU-LIBERACOES-PARCIAIS PIC 9(007) VALUE ZEROS.
           03 ACU-ORDENS-REJEITADAS  PIC 9(007) VALUE ZEROS.
           03 ACU-POSICOES-DESCOBERTAS PIC 9(007) VALUE ZEROS.
           03 ACU-ORDENS-VIGENTES    PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQBJU02     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQRJU01     PIC 9(007) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    TABELA DAS TAXAS DE CAMBIO PARA REAIS                       *
      *----------------------------------------------------------------*
       77 WRK-TAX-QTDE            PIC 9(002) VALUE ZEROS.
       77 WRK-TAX-IDX             PIC 9(002) VALUE ZEROS.
      *
       01 WRK-TAX-TABELA.
          05 WRK-TAX-LINHA        OCCURS 20 TIMES.
             10 WRK-TAX-COD-MOEDA PIC X(003).
             10 WRK-TAX-VAL-TAXA  PIC 9(07)V9(06).
      *
      *----------------------------------------------------------------*
      *    TABELA DAS POSICOES DE DEPOSITO (SALDO LIVRE = FECHAMENTO   *
      *    MENOS OS BLOQUEIOS VIGENTES NA POSICAO)                     *
      *----------------------------------------------------------------*
       77 WRK-POS-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-POS-IDX             PIC 9(004) VALUE ZEROS.
      *
       01 WRK-POS-TABELA.
          05 WRK-POS-LINHA        OCCURS 1000 TIMES.
             10 WRK-POS-CHAVE.
                15 WRK-POS-CPF    PIC 9(011).
                15 WRK-POS-CONTA  PIC 9(004).
                15 WRK-POS-MOEDA  PIC X(003).
             10 WRK-POS-LIVRE     PIC S9(15)V99 COMP-3.
      *
       01 WRK-CHAVE-PROCURADA.
          05 WRK-PRC-CPF          PIC 9(011) VALUE ZEROS.
          05 WRK-PRC-CONTA        PIC 9(004) VALUE ZEROS.
          05 WRK-PRC-MOEDA        PIC X(003) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    TABELA DAS ORDENS JUDICIAIS (VIGENTES E DA RODADA)          *
      *----------------------------------------------------------------*
       77 WRK-ORD-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-ORD-QTDE-ANTERIOR   PIC 9(004) VALUE ZEROS.
       77 WRK-ORD-IDX             PIC 9(004) VALUE ZEROS.
      *
       01 WRK-ORD-TABELA.
          05 WRK-ORD-LINHA        OCCURS 500 TIMES.
             10 WRK-ORD-NUM-ORDEM PIC X(020).
             10 WRK-ORD-COD-ORGAO PIC X(007).
             10 WRK-ORD-CPF       PIC 9(011).
             10 WRK-ORD-DAT-ORDEM PIC 9(008).
             10 WRK-ORD-VAL-ORDEM PIC S9(15)V99 COMP-3.
             10 WRK-ORD-VAL-BLOQ-BRL PIC S9(15)V99 COMP-3.
             10 WRK-ORD-SITUACAO  PIC X(001).
                88 WRK-ORD-ATIVA              VALUE 'A'.
                88 WRK-ORD-ENCERRADA          VALUE 'E'.
      *
      *----------------------------------------------------------------*
      *    TABELA DOS BLOQUEIOS POR ORDEM E POSICAO                    *
      *----------------------------------------------------------------*
       77 WRK-BJU-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-BJU-IDX             PIC 9(004) VALUE ZEROS.
      *
       01 WRK-BJU-TABELA.
          05 WRK-BJU-LINHA        OCCURS 2000 TIMES.
             10 WRK-BJU-ORD       PIC 9(004).
             10 WRK-BJU-POS       PIC 9(004).
             10 WRK-BJU-CONTA     PIC 9(004).
             10 WRK-BJU-MOEDA     PIC X(003).
             10 WRK-BJU-VAL       PIC S9(15)V99 COMP-3.
             10 WRK-BJU-VAL-BRL   PIC S9(15)V99 COMP-3.
             10 WRK-BJU-DAT       PIC 9(008).

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA PARA TRATAMENTO DE FILE-STATUS'.
      *----------------------------------------------------------------*
      *
       01 WRK-AREA-FS.
          05 WRK-FS-ARQOJU01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-OJU01-OK               VALUE '00'.
             88 WRK-FS-OJU01-FIM              VALUE '10'.
          05 WRK-FS-ARQSLD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SLD01-OK               VALUE '00'.
             88 WRK-FS-SLD01-FIM              VALUE '10'.
          05 WRK-FS-ARQTAX01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-TAX01-OK               VALUE '00'.
             88 WRK-FS-TAX01-FIM              VALUE '10'.
          05 WRK-FS-ARQBJU01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-BJU01-OK               VALUE '00'.
             88 WRK-FS-BJU01-FIM              VALUE '10'.
          05 WRK-FS-ARQPARM       PIC  X(002) VALUE SPACES.
             88 WRK-FS-PARM-OK                VALUE '00'.
          05 WRK-FS-ARQBJU02      PIC  X(002) VALUE SPACES.
             88 WRK-FS-BJU02-OK               VALUE '00'.
          05 WRK-FS-ARQRJU01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-RJU01-OK               VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQOJU01      VALUE 'ARQOJU01'.
          88 WRK-CN-ARQSLD01      VALUE 'ARQSLD01'.
          88 WRK-CN-ARQTAX01      VALUE 'ARQTAX01'.
          88 WRK-CN-ARQBJU01      VALUE 'ARQBJU01'.
          88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
          88 WRK-CN-ARQBJU02      VALUE 'ARQBJU02'.
          88 WRK-CN-ARQRJU01      VALUE 'ARQRJU01'.
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
           COPY OJU02227.
           COPY SLD02105.
           COPY TAX02105.
           COPY BJU02227.
           COPY RJU02227.
           COPY HDT00105.
           COPY AUD00105.
           COPY 'I#ERRO01'.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0227 - FIM DA AREA DE WORKING'.
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

           PERFORM 2500-COMPLEMENTAR-ORDEM
              VARYING WRK-ORD-IDX FROM 1 BY 1
              UNTIL WRK-ORD-IDX GREATER WRK-ORD-QTDE-ANTERIOR

           PERFORM 3000-PROCESSAR
              UNTIL WRK-FS-OJU01-FIM

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
              OR WRK-PARM-DATA NOT NUMERIC
              OR WRK-PARM-DATA EQUAL ZEROS
              DISPLAY '* CARTAO DE PARAMETROS INVALIDO: INFORMAR A '
              DISPLAY '* DATA DE REFERENCIA (AAAAMMDD) NAS COLS 1-8'
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           CLOSE ARQPARM

           MOVE WRK-PARM-DATA          TO WRK-DAT-REFERENCIA

           IF WRK-PARM-SEQ NUMERIC
              AND WRK-PARM-SEQ GREATER ZEROS
              MOVE WRK-PARM-SEQ        TO WRK-NUM-SEQ-ENVELOPE
           END-IF

           SET  WRK-CN-ARQOJU01        TO TRUE
           OPEN INPUT ARQOJU01

           IF NOT WRK-FS-OJU01-OK
              MOVE WRK-FS-ARQOJU01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQSLD01        TO TRUE
           OPEN INPUT ARQSLD01

           IF NOT WRK-FS-SLD01-OK
              MOVE WRK-FS-ARQSLD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQTAX01        TO TRUE
           OPEN INPUT ARQTAX01

           IF WRK-FS-TAX01-OK
              SET WRK-TAXAS-PRESENTES  TO TRUE
           ELSE
              DISPLAY '* TAXAS DE CAMBIO AUSENTES - SO POSICOES EM BRL'
           END-IF

           SET  WRK-CN-ARQBJU01        TO TRUE
           OPEN INPUT ARQBJU01

           IF WRK-FS-BJU01-OK
              SET WRK-BLOQ-ANTERIOR-PRESENTE TO TRUE
           ELSE
              DISPLAY '* POSICAO DE BLOQUEIOS ANTERIOR AUSENTE'
           END-IF

           SET  WRK-CN-ARQBJU02        TO TRUE
           OPEN OUTPUT ARQBJU02

           IF NOT WRK-FS-BJU02-OK
              MOVE WRK-FS-ARQBJU02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQRJU01        TO TRUE
           OPEN OUTPUT ARQRJU01

           IF NOT WRK-FS-RJU01-OK
              MOVE WRK-FS-ARQRJU01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQAUD01        TO TRUE
           OPEN EXTEND ARQAUD01

           IF NOT WRK-FS-AUD01-OK
              MOVE WRK-FS-ARQAUD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3700-GRAVAR-HEADER

           IF WRK-TAXAS-PRESENTES
              PERFORM 3830-LER-TAXA
              PERFORM 2000-CARREGAR-TAXAS
                 UNTIL WRK-FS-TAX01-FIM
           END-IF

           PERFORM 3820-LER-POSICAO

           PERFORM 2100-CARREGAR-POSICOES
              UNTIL WRK-FS-SLD01-FIM

           IF WRK-BLOQ-ANTERIOR-PRESENTE
              PERFORM 3840-LER-BLOQUEIO
              PERFORM 2200-CARREGAR-BLOQUEIOS
                 UNTIL WRK-FS-BJU01-FIM
           END-IF

           MOVE WRK-ORD-QTDE           TO WRK-ORD-QTDE-ANTERIOR

           PERFORM 3800-LER-ORDEM
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARREGA A TAXA DE CAMBIO LIDA (A ULTIMA TAXA DA MOEDA NO    *
      *    ARQUIVO PREVALECE)                                          *
      *----------------------------------------------------------------*
       2000-CARREGAR-TAXAS SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQTAX01-COD-MOEDA     TO WRK-PRC-MOEDA

           PERFORM 5100-PROCURAR-TAXA

           IF WRK-TAX-IDX NOT GREATER WRK-TAX-QTDE
              MOVE ARQTAX01-VAL-TAXA   TO WRK-TAX-VAL-TAXA (WRK-TAX-IDX)
           ELSE
              IF WRK-TAX-QTDE LESS 20
                 ADD 1 TO WRK-TAX-QTDE
                 MOVE ARQTAX01-COD-MOEDA
                                  TO WRK-TAX-COD-MOEDA (WRK-TAX-QTDE)
                 MOVE ARQTAX01-VAL-TAXA
                                  TO WRK-TAX-VAL-TAXA (WRK-TAX-QTDE)
              END-IF
           END-IF

           PERFORM 3830-LER-TAXA
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2100-CARREGAR-POSICOES SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-POS-QTDE LESS 1000
              ADD 1 TO WRK-POS-QTDE
              MOVE ARQSLD01-CPF      TO WRK-POS-CPF (WRK-POS-QTDE)
              MOVE ARQSLD01-NUM-CONTA TO WRK-POS-CONTA (WRK-POS-QTDE)
              MOVE ARQSLD01-COD-MOEDA TO WRK-POS-MOEDA (WRK-POS-QTDE)
              IF ARQSLD01-VAL-FECHAMENTO GREATER ZEROS
                 MOVE ARQSLD01-VAL-FECHAMENTO
                    TO WRK-POS-LIVRE (WRK-POS-QTDE)
              ELSE
                 MOVE ZEROS TO WRK-POS-LIVRE (WRK-POS-QTDE)
              END-IF
           ELSE
              DISPLAY '* TABELA DE POSICOES ESGOTADA (1000)'
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           PERFORM 3820-LER-POSICAO
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARREGA A POSICAO DE BLOQUEIOS DA RODADA ANTERIOR: CADA     *
      *    REGISTRO DE ORDEM ABRE UMA ORDEM VIGENTE E OS REGISTROS DE  *
      *    BLOQUEIO SEGUINTES SAO DEDUZIDOS DO SALDO LIVRE DA POSICAO  *
      *----------------------------------------------------------------*
       2200-CARREGAR-BLOQUEIOS SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQBJU01-REG-ORDEM
              IF WRK-ORD-QTDE NOT LESS 500
                 DISPLAY '* TABELA DE ORDENS ESGOTADA (500)'
                 MOVE 12               TO RETURN-CODE
                 PERFORM 9900-FIM-PROGRAMA
              END-IF
              ADD 1 TO WRK-ORD-QTDE
              MOVE ARQBJU01-NUM-ORDEM
                              TO WRK-ORD-NUM-ORDEM (WRK-ORD-QTDE)
              MOVE ARQBJU01-COD-ORGAO
                              TO WRK-ORD-COD-ORGAO (WRK-ORD-QTDE)
              MOVE ARQBJU01-CPF
                              TO WRK-ORD-CPF (WRK-ORD-QTDE)
              MOVE ARQBJU01-DAT-ORDEM
                              TO WRK-ORD-DAT-ORDEM (WRK-ORD-QTDE)
              MOVE ARQBJU01-VAL-ORDEM
                              TO WRK-ORD-VAL-ORDEM (WRK-ORD-QTDE)
              MOVE ZEROS      TO WRK-ORD-VAL-BLOQ-BRL (WRK-ORD-QTDE)
              SET WRK-ORD-ATIVA (WRK-ORD-QTDE) TO TRUE
              PERFORM 3840-LER-BLOQUEIO
              GO TO 2200-99-FIM
           END-IF

           IF NOT ARQBJU01-REG-BLOQUEIO
              OR WRK-ORD-QTDE EQUAL ZEROS
              PERFORM 3840-LER-BLOQUEIO
              GO TO 2200-99-FIM
           END-IF

           IF WRK-BJU-QTDE NOT LESS 2000
              DISPLAY '* TABELA DE BLOQUEIOS ESGOTADA (2000)'
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           ADD 1 TO WRK-BJU-QTDE
           MOVE WRK-ORD-QTDE           TO WRK-BJU-ORD (WRK-BJU-QTDE)
           MOVE ARQBJU01-NUM-CONTA     TO WRK-BJU-CONTA (WRK-BJU-QTDE)
           MOVE ARQBJU01-COD-MOEDA     TO WRK-BJU-MOEDA (WRK-BJU-QTDE)
           MOVE ARQBJU01-VAL-BLOQUEADO TO WRK-BJU-VAL (WRK-BJU-QTDE)
           MOVE ARQBJU01-VAL-BLOQUEADO-BRL
                                      TO WRK-BJU-VAL-BRL (WRK-BJU-QTDE)
           MOVE ARQBJU01-DAT-BLOQUEIO  TO WRK-BJU-DAT (WRK-BJU-QTDE)

           ADD ARQBJU01-VAL-BLOQUEADO-BRL
                                TO WRK-ORD-VAL-BLOQ-BRL (WRK-ORD-QTDE)

           MOVE WRK-ORD-CPF (WRK-ORD-QTDE) TO WRK-PRC-CPF
           MOVE ARQBJU01-NUM-CONTA     TO WRK-PRC-CONTA
           MOVE ARQBJU01-COD-MOEDA     TO WRK-PRC-MOEDA

           PERFORM 5400-PROCURAR-POSICAO

           IF WRK-POS-IDX GREATER WRK-POS-QTDE
              MOVE ZEROS               TO WRK-BJU-POS (WRK-BJU-QTDE)
              ADD 1 TO ACU-POSICOES-DESCOBERTAS
           ELSE
              MOVE WRK-POS-IDX         TO WRK-BJU-POS (WRK-BJU-QTDE)
              SUBTRACT ARQBJU01-VAL-BLOQUEADO
                 FROM WRK-POS-LIVRE (WRK-POS-IDX)
              IF WRK-POS-LIVRE (WRK-POS-IDX) LESS ZEROS
                 MOVE ZEROS            TO WRK-POS-LIVRE (WRK-POS-IDX)
                 ADD 1 TO ACU-POSICOES-DESCOBERTAS
              END-IF
           END-IF

           PERFORM 3840-LER-BLOQUEIO
           .
      *----------------------------------------------------------------*
       2200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    COMPLEMENTA A ORDEM VIGENTE AINDA NAO TOTALMENTE CUMPRIDA   *
      *    COM O SALDO LIVRE DA RODADA                                 *
      *----------------------------------------------------------------*
       2500-COMPLEMENTAR-ORDEM SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT WRK-ORD-ATIVA (WRK-ORD-IDX)
              OR WRK-ORD-VAL-BLOQ-BRL (WRK-ORD-IDX) NOT LESS
                 WRK-ORD-VAL-ORDEM (WRK-ORD-IDX)
              GO TO 2500-99-FIM
           END-IF

           MOVE WRK-ORD-VAL-BLOQ-BRL (WRK-ORD-IDX)
                                       TO WRK-VAL-BLOQ-ANTES

           PERFORM 5000-BLOQUEAR-ORDEM

           IF WRK-ORD-VAL-BLOQ-BRL (WRK-ORD-IDX) GREATER
              WRK-VAL-BLOQ-ANTES
              ADD 1 TO ACU-COMPLEMENTOS
              PERFORM 3910-MONTAR-RESPOSTA
              MOVE 'B'                 TO ARQRJU01-TIP-ORDEM
              MOVE 'CP'                TO ARQRJU01-COD-RESPOSTA
              MOVE 'COMPLEMENTO DE BLOQUEIO'
                                       TO ARQRJU01-DESC-RESPOSTA
              PERFORM 3900-GRAVAR-RESPOSTA
           END-IF
           .
      *----------------------------------------------------------------*
       2500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    TRATA UMA ORDEM JUDICIAL DO ARQUIVO DE ENTRADA              *
      *----------------------------------------------------------------*
       3000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3100-CRITICAR-ORDEM

           IF WRK-DESC-REJEICAO NOT EQUAL SPACES
              PERFORM 3400-REJEITAR-ORDEM
           ELSE
              IF ARQOJU01-BLOQUEIO
                 PERFORM 3200-APLICAR-BLOQUEIO
              ELSE
                 PERFORM 3300-APLICAR-LIBERACAO
              END-IF
           END-IF

           PERFORM 3800-LER-ORDEM
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CRITICA A ORDEM LIDA E LOCALIZA A ORDEM VIGENTE DE MESMO    *
      *    NUMERO (WRK-ORD-IDX ALEM DA QTDE = NAO ENCONTRADA)          *
      *----------------------------------------------------------------*
       3100-CRITICAR-ORDEM SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-DESC-REJEICAO

           EVALUATE TRUE
              WHEN ARQOJU01-NUM-ORDEM EQUAL SPACES
                 MOVE 'NUMERO DA ORDEM AUSENTE'
                                       TO WRK-DESC-REJEICAO
              WHEN NOT ARQOJU01-BLOQUEIO
               AND NOT ARQOJU01-LIBERACAO
                 MOVE 'TIPO DE ORDEM INVALIDO'
                                       TO WRK-DESC-REJEICAO
              WHEN ARQOJU01-CPF NOT NUMERIC
                OR ARQOJU01-CPF EQUAL ZEROS
                 MOVE 'CPF INVALIDO'   TO WRK-DESC-REJEICAO
              WHEN ARQOJU01-VAL-ORDEM NOT NUMERIC
                 MOVE 'VALOR INVALIDO' TO WRK-DESC-REJEICAO
              WHEN ARQOJU01-BLOQUEIO
               AND ARQOJU01-VAL-ORDEM NOT GREATER ZEROS
                 MOVE 'VALOR A BLOQUEAR ZERADO'
                                       TO WRK-DESC-REJEICAO
              WHEN ARQOJU01-LIBERACAO
               AND ARQOJU01-VAL-ORDEM LESS ZEROS
                 MOVE 'VALOR A LIBERAR NEGATIVO'
                                       TO WRK-DESC-REJEICAO
           END-EVALUATE

           IF WRK-DESC-REJEICAO NOT EQUAL SPACES
              GO TO 3100-99-FIM
           END-IF

           PERFORM 5300-PROCURAR-ORDEM

           EVALUATE TRUE
              WHEN ARQOJU01-BLOQUEIO
               AND WRK-ORD-IDX NOT GREATER WRK-ORD-QTDE
                 MOVE 'ORDEM JA REGISTRADA'
                                       TO WRK-DESC-REJEICAO
              WHEN ARQOJU01-LIBERACAO
               AND WRK-ORD-IDX GREATER WRK-ORD-QTDE
                 MOVE 'ORDEM NAO ENCONTRADA'
                                       TO WRK-DESC-REJEICAO
              WHEN ARQOJU01-LIBERACAO
               AND WRK-ORD-CPF (WRK-ORD-IDX) NOT EQUAL ARQOJU01-CPF
                 MOVE 'CPF DIVERGE DA ORDEM'
                                       TO WRK-DESC-REJEICAO
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    REGISTRA A NOVA ORDEM DE BLOQUEIO E A CUMPRE ATE O SALDO    *
      *    LIVRE DO CPF                                                *
      *----------------------------------------------------------------*
       3200-APLICAR-BLOQUEIO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-ORD-QTDE NOT LESS 500
              DISPLAY '* TABELA DE ORDENS ESGOTADA (500)'
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           ADD 1 TO WRK-ORD-QTDE
           MOVE WRK-ORD-QTDE           TO WRK-ORD-IDX

           MOVE ARQOJU01-NUM-ORDEM
                                  TO WRK-ORD-NUM-ORDEM (WRK-ORD-IDX)
           MOVE ARQOJU01-COD-ORGAO
                                  TO WRK-ORD-COD-ORGAO (WRK-ORD-IDX)
           MOVE ARQOJU01-CPF
                                  TO WRK-ORD-CPF (WRK-ORD-IDX)
           MOVE ARQOJU01-DAT-ORDEM
                                  TO WRK-ORD-DAT-ORDEM (WRK-ORD-IDX)
           MOVE ARQOJU01-VAL-ORDEM
                                  TO WRK-ORD-VAL-ORDEM (WRK-ORD-IDX)
           MOVE ZEROS
                             TO WRK-ORD-VAL-BLOQ-BRL (WRK-ORD-IDX)
           SET WRK-ORD-ATIVA (WRK-ORD-IDX) TO TRUE

           PERFORM 5000-BLOQUEAR-ORDEM

           PERFORM 3910-MONTAR-RESPOSTA
           MOVE 'B'                    TO ARQRJU01-TIP-ORDEM

           EVALUATE TRUE
              WHEN WRK-ORD-VAL-BLOQ-BRL (WRK-ORD-IDX) NOT LESS
                   WRK-ORD-VAL-ORDEM (WRK-ORD-IDX)
                 ADD 1 TO ACU-BLOQUEIOS-TOTAIS
                 MOVE 'BT'             TO ARQRJU01-COD-RESPOSTA
                 MOVE 'BLOQUEIO TOTAL' TO ARQRJU01-DESC-RESPOSTA
              WHEN WRK-ORD-VAL-BLOQ-BRL (WRK-ORD-IDX) GREATER ZEROS
                 ADD 1 TO ACU-BLOQUEIOS-PARCIAIS
                 MOVE 'BP'             TO ARQRJU01-COD-RESPOSTA
                 MOVE 'BLOQUEIO PARCIAL'
                                       TO ARQRJU01-DESC-RESPOSTA
              WHEN OTHER
                 ADD 1 TO ACU-SEM-SALDO
                 MOVE 'SS'             TO ARQRJU01-COD-RESPOSTA
                 MOVE 'SEM SALDO - PENDENTE'
                                       TO ARQRJU01-DESC-RESPOSTA
           END-EVALUATE

           PERFORM 3900-GRAVAR-RESPOSTA
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    APLICA A LIBERACAO: VALOR ZERADO OU NAO MENOR QUE O         *
      *    DETERMINADO ENCERRA A ORDEM; SENAO REDUZ O DETERMINADO E    *
      *    DEVOLVE AO SALDO LIVRE O QUE FICOU BLOQUEADO ALEM DELE      *
      *----------------------------------------------------------------*
       3300-APLICAR-LIBERACAO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-VAL-LIBERADO

           IF ARQOJU01-VAL-ORDEM EQUAL ZEROS
              OR ARQOJU01-VAL-ORDEM NOT LESS
                 WRK-ORD-VAL-ORDEM (WRK-ORD-IDX)
              MOVE WRK-ORD-VAL-BLOQ-BRL (WRK-ORD-IDX)
                                       TO WRK-VAL-EXCESSO
              PERFORM 5200-LIBERAR-EXCESSO
              MOVE ZEROS       TO WRK-ORD-VAL-ORDEM (WRK-ORD-IDX)
              SET WRK-ORD-ENCERRADA (WRK-ORD-IDX) TO TRUE
              ADD 1 TO ACU-LIBERACOES-TOTAIS
              PERFORM 3910-MONTAR-RESPOSTA
              MOVE 'LT'                TO ARQRJU01-COD-RESPOSTA
              MOVE 'LIBERACAO TOTAL'   TO ARQRJU01-DESC-RESPOSTA
           ELSE
              SUBTRACT ARQOJU01-VAL-ORDEM
                 FROM WRK-ORD-VAL-ORDEM (WRK-ORD-IDX)
              IF WRK-ORD-VAL-BLOQ-BRL (WRK-ORD-IDX) GREATER
                 WRK-ORD-VAL-ORDEM (WRK-ORD-IDX)
                 COMPUTE WRK-VAL-EXCESSO =
                         WRK-ORD-VAL-BLOQ-BRL (WRK-ORD-IDX) -
                         WRK-ORD-VAL-ORDEM (WRK-ORD-IDX)
                 PERFORM 5200-LIBERAR-EXCESSO
              END-IF
              ADD 1 TO ACU-LIBERACOES-PARCIAIS
              PERFORM 3910-MONTAR-RESPOSTA
              MOVE 'LP'                TO ARQRJU01-COD-RESPOSTA
              MOVE 'LIBERACAO PARCIAL' TO ARQRJU01-DESC-RESPOSTA
           END-IF

           MOVE 'L'                    TO ARQRJU01-TIP-ORDEM
           MOVE WRK-VAL-LIBERADO       TO ARQRJU01-VAL-BLOQUEADO

           PERFORM 3900-GRAVAR-RESPOSTA
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    RESPONDE A ORDEM REJEITADA NA CRITICA                       *
      *----------------------------------------------------------------*
       3400-REJEITAR-ORDEM SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO ACU-ORDENS-REJEITADAS

           INITIALIZE ARQRJU01-REGISTRO

           MOVE ARQOJU01-NUM-ORDEM     TO ARQRJU01-NUM-ORDEM
           MOVE ARQOJU01-COD-ORGAO     TO ARQRJU01-COD-ORGAO
           IF ARQOJU01-CPF NUMERIC
              MOVE ARQOJU01-CPF        TO ARQRJU01-CPF
           END-IF
           MOVE ARQOJU01-TIP-ORDEM     TO ARQRJU01-TIP-ORDEM
           MOVE 'RJ'                   TO ARQRJU01-COD-RESPOSTA
           IF ARQOJU01-VAL-ORDEM NUMERIC
              MOVE ARQOJU01-VAL-ORDEM  TO ARQRJU01-VAL-DETERMINADO
           END-IF
           MOVE WRK-DESC-REJEICAO      TO ARQRJU01-DESC-RESPOSTA

           PERFORM 3900-GRAVAR-RESPOSTA
           .
      *----------------------------------------------------------------*
       3400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA UMA RESPOSTA AO JUDICIARIO                            *
      *----------------------------------------------------------------*
       3900-GRAVAR-RESPOSTA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-DAT-REFERENCIA     TO ARQRJU01-DAT-RESPOSTA

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQRJU01        TO TRUE

           WRITE FD-ARQRJU01 FROM ARQRJU01-REGISTRO

           IF WRK-FS-RJU01-OK
              ADD 1 TO ACU-GRAVA-ARQRJU01
           ELSE
              MOVE WRK-FS-ARQRJU01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    MONTA A RESPOSTA COM A SITUACAO DA ORDEM CORRENTE DA TABELA *
      *----------------------------------------------------------------*
       3910-MONTAR-RESPOSTA SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE ARQRJU01-REGISTRO

           MOVE WRK-ORD-NUM-ORDEM (WRK-ORD-IDX) TO ARQRJU01-NUM-ORDEM
           MOVE WRK-ORD-COD-ORGAO (WRK-ORD-IDX) TO ARQRJU01-COD-ORGAO
           MOVE WRK-ORD-CPF (WRK-ORD-IDX)       TO ARQRJU01-CPF
           MOVE WRK-ORD-VAL-ORDEM (WRK-ORD-IDX)
                                       TO ARQRJU01-VAL-DETERMINADO
           MOVE WRK-ORD-VAL-BLOQ-BRL (WRK-ORD-IDX)
                                       TO ARQRJU01-VAL-BLOQUEADO

           IF WRK-ORD-VAL-ORDEM (WRK-ORD-IDX) GREATER
              WRK-ORD-VAL-BLOQ-BRL (WRK-ORD-IDX)
              COMPUTE ARQRJU01-VAL-PENDENTE =
                      WRK-ORD-VAL-ORDEM (WRK-ORD-IDX) -
                      WRK-ORD-VAL-BLOQ-BRL (WRK-ORD-IDX)
           END-IF
           .
      *----------------------------------------------------------------*
       3910-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA O HEADER DE ENVELOPE (HDT00105, VERSAO 4) DA RESPOSTA *
      *----------------------------------------------------------------*
       3700-GRAVAR-HEADER SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'HDR'                  TO ARQHDR01-TIPO
           MOVE WRK-DAT-REFERENCIA     TO ARQHDR01-DAT-GERACAO
           MOVE WRK-NUM-SEQ-ENVELOPE   TO ARQHDR01-NUM-SEQ
           MOVE '4'                    TO ARQHDR01-VERSAO

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQRJU01        TO TRUE

           WRITE FD-ARQRJU01 FROM ARQHDR01-REGISTRO

           IF NOT WRK-FS-RJU01-OK
              MOVE WRK-FS-ARQRJU01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3700-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA O TRAILER DE ENVELOPE COM A QTDE DE RESPOSTAS         *
      *----------------------------------------------------------------*
       3750-GRAVAR-TRAILER SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'TRL'                  TO ARQTRL01-TIPO
           MOVE ACU-GRAVA-ARQRJU01     TO ARQTRL01-QTDE-REGS

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQRJU01        TO TRUE

           WRITE FD-ARQRJU01 FROM ARQTRL01-REGISTRO

           IF NOT WRK-FS-RJU01-OK
              MOVE WRK-FS-ARQRJU01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3750-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3800-LER-ORDEM SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQOJU01        TO TRUE

           READ ARQOJU01 INTO ARQOJU01-REGISTRO

           IF WRK-FS-OJU01-OK OR WRK-FS-OJU01-FIM
              IF WRK-FS-OJU01-OK
                 ADD 1 TO ACU-LIDOS-ARQOJU01
              END-IF
           ELSE
              MOVE WRK-FS-ARQOJU01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3820-LER-POSICAO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQSLD01        TO TRUE

           READ ARQSLD01 INTO ARQSLD01-REGISTRO

           IF WRK-FS-SLD01-OK OR WRK-FS-SLD01-FIM
              IF WRK-FS-SLD01-OK
                 ADD 1 TO ACU-LIDOS-ARQSLD01
              END-IF
           ELSE
              MOVE WRK-FS-ARQSLD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3820-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3830-LER-TAXA SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQTAX01        TO TRUE

           READ ARQTAX01 INTO ARQTAX01-REGISTRO

           IF NOT WRK-FS-TAX01-OK AND NOT WRK-FS-TAX01-FIM
              MOVE WRK-FS-ARQTAX01     TO WRK-FS-DISPLAY
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
           SET  WRK-CN-ARQBJU01        TO TRUE

           READ ARQBJU01 INTO ARQBJU01-REGISTRO

           IF WRK-FS-BJU01-OK OR WRK-FS-BJU01-FIM
              IF WRK-FS-BJU01-OK
                 ADD 1 TO ACU-LIDOS-ARQBJU01
              END-IF
           ELSE
              MOVE WRK-FS-ARQBJU01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3840-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    BLOQUEIA O SALDO AINDA NAO CUMPRIDO DA ORDEM CORRENTE NAS   *
      *    POSICOES DO CPF: PRIMEIRO AS POSICOES EM REAIS, DEPOIS AS   *
      *    DEMAIS MOEDAS COM TAXA DE CAMBIO                            *
      *----------------------------------------------------------------*
       5000-BLOQUEAR-ORDEM SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WRK-VAL-RESTANTE =
                   WRK-ORD-VAL-ORDEM (WRK-ORD-IDX) -
                   WRK-ORD-VAL-BLOQ-BRL (WRK-ORD-IDX)

           IF WRK-VAL-RESTANTE NOT GREATER ZEROS
              GO TO 5000-99-FIM
           END-IF

           SET WRK-VARRER-REAIS        TO TRUE

           PERFORM 5010-BLOQUEAR-POSICAO
              VARYING WRK-POS-IDX FROM 1 BY 1
              UNTIL WRK-POS-IDX GREATER WRK-POS-QTDE
                 OR WRK-VAL-RESTANTE NOT GREATER ZEROS

           SET WRK-VARRER-OUTRAS       TO TRUE

           PERFORM 5010-BLOQUEAR-POSICAO
              VARYING WRK-POS-IDX FROM 1 BY 1
              UNTIL WRK-POS-IDX GREATER WRK-POS-QTDE
                 OR WRK-VAL-RESTANTE NOT GREATER ZEROS
           .
      *----------------------------------------------------------------*
       5000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    TOMA DO SALDO LIVRE DA POSICAO CORRENTE ATE O RESTANTE DA   *
      *    ORDEM (VALOR EM REAIS CONVERTIDO PELA TAXA DA MOEDA)        *
      *----------------------------------------------------------------*
       5010-BLOQUEAR-POSICAO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-POS-CPF (WRK-POS-IDX) NOT EQUAL
              WRK-ORD-CPF (WRK-ORD-IDX)
              OR WRK-POS-LIVRE (WRK-POS-IDX) NOT GREATER ZEROS
              GO TO 5010-99-FIM
           END-IF

           IF WRK-VARRER-REAIS
              IF WRK-POS-MOEDA (WRK-POS-IDX) NOT EQUAL 'BRL'
                 GO TO 5010-99-FIM
              END-IF
              MOVE 1                   TO WRK-TAXA-POSICAO
           ELSE
              IF WRK-POS-MOEDA (WRK-POS-IDX) EQUAL 'BRL'
                 GO TO 5010-99-FIM
              END-IF
              MOVE WRK-POS-MOEDA (WRK-POS-IDX) TO WRK-PRC-MOEDA
              PERFORM 5100-PROCURAR-TAXA
              IF WRK-TAX-IDX GREATER WRK-TAX-QTDE
                 GO TO 5010-99-FIM
              END-IF
              MOVE WRK-TAX-VAL-TAXA (WRK-TAX-IDX) TO WRK-TAXA-POSICAO
              IF WRK-TAXA-POSICAO NOT GREATER ZEROS
                 GO TO 5010-99-FIM
              END-IF
           END-IF

           COMPUTE WRK-VAL-LIVRE-BRL =
                   WRK-POS-LIVRE (WRK-POS-IDX) * WRK-TAXA-POSICAO

           IF WRK-VAL-LIVRE-BRL NOT GREATER WRK-VAL-RESTANTE
              MOVE WRK-POS-LIVRE (WRK-POS-IDX) TO WRK-VAL-TOMADO
              MOVE WRK-VAL-LIVRE-BRL   TO WRK-VAL-TOMADO-BRL
           ELSE
              MOVE WRK-VAL-RESTANTE    TO WRK-VAL-TOMADO-BRL
              COMPUTE WRK-VAL-TOMADO ROUNDED =
                      WRK-VAL-RESTANTE / WRK-TAXA-POSICAO
              IF WRK-VAL-TOMADO GREATER WRK-POS-LIVRE (WRK-POS-IDX)
                 MOVE WRK-POS-LIVRE (WRK-POS-IDX) TO WRK-VAL-TOMADO
              END-IF
           END-IF

           IF WRK-VAL-TOMADO-BRL NOT GREATER ZEROS
              OR WRK-VAL-TOMADO NOT GREATER ZEROS
              GO TO 5010-99-FIM
           END-IF

           SUBTRACT WRK-VAL-TOMADO     FROM WRK-POS-LIVRE (WRK-POS-IDX)
           SUBTRACT WRK-VAL-TOMADO-BRL FROM WRK-VAL-RESTANTE
           ADD WRK-VAL-TOMADO-BRL TO WRK-ORD-VAL-BLOQ-BRL (WRK-ORD-IDX)

           PERFORM 5020-INCLUIR-BLOQUEIO
           .
      *----------------------------------------------------------------*
       5010-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    SOMA O VALOR TOMADO AO BLOQUEIO DA ORDEM NA POSICAO, OU     *
      *    ABRE UM NOVO BLOQUEIO                                       *
      *----------------------------------------------------------------*
       5020-INCLUIR-BLOQUEIO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-BJU-IDX

           PERFORM 5030-PROXIMO-BLOQUEIO
              UNTIL WRK-BJU-IDX GREATER WRK-BJU-QTDE
                 OR (WRK-BJU-ORD (WRK-BJU-IDX) EQUAL WRK-ORD-IDX
                 AND WRK-BJU-POS (WRK-BJU-IDX) EQUAL WRK-POS-IDX)

           IF WRK-BJU-IDX NOT GREATER WRK-BJU-QTDE
              ADD WRK-VAL-TOMADO       TO WRK-BJU-VAL (WRK-BJU-IDX)
              ADD WRK-VAL-TOMADO-BRL   TO WRK-BJU-VAL-BRL (WRK-BJU-IDX)
              MOVE WRK-DAT-REFERENCIA  TO WRK-BJU-DAT (WRK-BJU-IDX)
              GO TO 5020-99-FIM
           END-IF

           IF WRK-BJU-QTDE NOT LESS 2000
              DISPLAY '* TABELA DE BLOQUEIOS ESGOTADA (2000)'
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           ADD 1 TO WRK-BJU-QTDE
           MOVE WRK-ORD-IDX            TO WRK-BJU-ORD (WRK-BJU-QTDE)
           MOVE WRK-POS-IDX            TO WRK-BJU-POS (WRK-BJU-QTDE)
           MOVE WRK-POS-CONTA (WRK-POS-IDX)
                                       TO WRK-BJU-CONTA (WRK-BJU-QTDE)
           MOVE WRK-POS-MOEDA (WRK-POS-IDX)
                                       TO WRK-BJU-MOEDA (WRK-BJU-QTDE)
           MOVE WRK-VAL-TOMADO         TO WRK-BJU-VAL (WRK-BJU-QTDE)
           MOVE WRK-VAL-TOMADO-BRL     TO WRK-BJU-VAL-BRL (WRK-BJU-QTDE)
           MOVE WRK-DAT-REFERENCIA     TO WRK-BJU-DAT (WRK-BJU-QTDE)
           .
      *----------------------------------------------------------------*
       5020-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5030-PROXIMO-BLOQUEIO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-BJU-IDX
           .
      *----------------------------------------------------------------*
       5030-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LOCALIZA A TAXA DA MOEDA WRK-PRC-MOEDA (WRK-TAX-IDX ALEM DA *
      *    QTDE = MOEDA SEM TAXA)                                      *
      *----------------------------------------------------------------*
       5100-PROCURAR-TAXA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-TAX-IDX

           PERFORM 5110-PROXIMA-TAXA
              UNTIL WRK-TAX-IDX GREATER WRK-TAX-QTDE
                 OR WRK-TAX-COD-MOEDA (WRK-TAX-IDX) EQUAL WRK-PRC-MOEDA
           .
      *----------------------------------------------------------------*
       5100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5110-PROXIMA-TAXA SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-TAX-IDX
           .
      *----------------------------------------------------------------*
       5110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    DEVOLVE AO SALDO LIVRE WRK-VAL-EXCESSO (EM REAIS) DOS       *
      *    BLOQUEIOS DA ORDEM CORRENTE, DO MAIS RECENTE PARA O MAIS    *
      *    ANTIGO                                                      *
      *----------------------------------------------------------------*
       5200-LIBERAR-EXCESSO SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 5210-LIBERAR-BLOQUEIO
              VARYING WRK-BJU-IDX FROM WRK-BJU-QTDE BY -1
              UNTIL WRK-BJU-IDX LESS 1
                 OR WRK-VAL-EXCESSO NOT GREATER ZEROS
           .
      *----------------------------------------------------------------*
       5200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5210-LIBERAR-BLOQUEIO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-BJU-ORD (WRK-BJU-IDX) NOT EQUAL WRK-ORD-IDX
              OR WRK-BJU-VAL-BRL (WRK-BJU-IDX) NOT GREATER ZEROS
              GO TO 5210-99-FIM
           END-IF

           IF WRK-BJU-VAL-BRL (WRK-BJU-IDX) NOT GREATER WRK-VAL-EXCESSO
              MOVE WRK-BJU-VAL (WRK-BJU-IDX)
                                       TO WRK-VAL-LIBERADO-MOEDA
              MOVE WRK-BJU-VAL-BRL (WRK-BJU-IDX)
                                       TO WRK-VAL-TOMADO-BRL
           ELSE
              MOVE WRK-VAL-EXCESSO     TO WRK-VAL-TOMADO-BRL
              COMPUTE WRK-VAL-LIBERADO-MOEDA ROUNDED =
                      WRK-BJU-VAL (WRK-BJU-IDX) * WRK-VAL-EXCESSO /
                      WRK-BJU-VAL-BRL (WRK-BJU-IDX)
           END-IF

           SUBTRACT WRK-VAL-LIBERADO-MOEDA
              FROM WRK-BJU-VAL (WRK-BJU-IDX)
           SUBTRACT WRK-VAL-TOMADO-BRL
              FROM WRK-BJU-VAL-BRL (WRK-BJU-IDX)
           SUBTRACT WRK-VAL-TOMADO-BRL FROM WRK-VAL-EXCESSO
           SUBTRACT WRK-VAL-TOMADO-BRL
              FROM WRK-ORD-VAL-BLOQ-BRL (WRK-ORD-IDX)
           ADD WRK-VAL-TOMADO-BRL      TO WRK-VAL-LIBERADO

           IF WRK-BJU-POS (WRK-BJU-IDX) GREATER ZEROS
              MOVE WRK-BJU-POS (WRK-BJU-IDX) TO WRK-POS-IDX
              ADD WRK-VAL-LIBERADO-MOEDA TO WRK-POS-LIVRE (WRK-POS-IDX)
           END-IF
           .
      *----------------------------------------------------------------*
       5210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LOCALIZA A ORDEM VIGENTE DE MESMO NUMERO DA ORDEM LIDA      *
      *----------------------------------------------------------------*
       5300-PROCURAR-ORDEM SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-ORD-IDX

           PERFORM 5310-PROXIMA-ORDEM
              UNTIL WRK-ORD-IDX GREATER WRK-ORD-QTDE
                 OR (WRK-ORD-NUM-ORDEM (WRK-ORD-IDX) EQUAL
                     ARQOJU01-NUM-ORDEM
                 AND WRK-ORD-ATIVA (WRK-ORD-IDX))
           .
      *----------------------------------------------------------------*
       5300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5310-PROXIMA-ORDEM SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-ORD-IDX
           .
      *----------------------------------------------------------------*
       5310-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LOCALIZA A POSICAO DE WRK-CHAVE-PROCURADA                   *
      *----------------------------------------------------------------*
       5400-PROCURAR-POSICAO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-POS-IDX

           PERFORM 5410-PROXIMA-POSICAO
              UNTIL WRK-POS-IDX GREATER WRK-POS-QTDE
                 OR WRK-POS-CHAVE (WRK-POS-IDX) EQUAL
                    WRK-CHAVE-PROCURADA
           .
      *----------------------------------------------------------------*
       5400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5410-PROXIMA-POSICAO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-POS-IDX
           .
      *----------------------------------------------------------------*
       5410-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA A POSICAO ATUALIZADA DE UMA ORDEM VIGENTE: REGISTRO   *
      *    DE ORDEM SEGUIDO DOS SEUS BLOQUEIOS COM VALOR               *
      *----------------------------------------------------------------*
       4100-GRAVAR-ORDEM SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT WRK-ORD-ATIVA (WRK-ORD-IDX)
              GO TO 4100-99-FIM
           END-IF

           ADD 1 TO ACU-ORDENS-VIGENTES
           ADD WRK-ORD-VAL-BLOQ-BRL (WRK-ORD-IDX)
                                       TO WRK-TOT-VAL-BLOQUEADO

           INITIALIZE ARQBJU01-REGISTRO

           SET ARQBJU01-REG-ORDEM      TO TRUE
           MOVE WRK-ORD-NUM-ORDEM (WRK-ORD-IDX) TO ARQBJU01-NUM-ORDEM
           MOVE WRK-ORD-COD-ORGAO (WRK-ORD-IDX) TO ARQBJU01-COD-ORGAO
           MOVE WRK-ORD-CPF (WRK-ORD-IDX)       TO ARQBJU01-CPF
           MOVE WRK-ORD-DAT-ORDEM (WRK-ORD-IDX) TO ARQBJU01-DAT-ORDEM
           MOVE WRK-ORD-VAL-ORDEM (WRK-ORD-IDX) TO ARQBJU01-VAL-ORDEM
           MOVE WRK-ORD-VAL-BLOQ-BRL (WRK-ORD-IDX)
                                       TO ARQBJU01-VAL-BLOQUEADO-BRL

           PERFORM 4120-GRAVAR-BJU

           PERFORM 4110-GRAVAR-BLOQUEIO
              VARYING WRK-BJU-IDX FROM 1 BY 1
              UNTIL WRK-BJU-IDX GREATER WRK-BJU-QTDE
           .
      *----------------------------------------------------------------*
       4100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       4110-GRAVAR-BLOQUEIO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-BJU-ORD (WRK-BJU-IDX) NOT EQUAL WRK-ORD-IDX
              OR WRK-BJU-VAL-BRL (WRK-BJU-IDX) NOT GREATER ZEROS
              GO TO 4110-99-FIM
           END-IF

           SET ARQBJU01-REG-BLOQUEIO   TO TRUE
           MOVE WRK-BJU-CONTA (WRK-BJU-IDX)   TO ARQBJU01-NUM-CONTA
           MOVE WRK-BJU-MOEDA (WRK-BJU-IDX)   TO ARQBJU01-COD-MOEDA
           MOVE WRK-BJU-VAL (WRK-BJU-IDX)     TO ARQBJU01-VAL-BLOQUEADO
           MOVE WRK-BJU-VAL-BRL (WRK-BJU-IDX)
                                       TO ARQBJU01-VAL-BLOQUEADO-BRL
           MOVE WRK-BJU-DAT (WRK-BJU-IDX)     TO ARQBJU01-DAT-BLOQUEIO

           PERFORM 4120-GRAVAR-BJU
           .
      *----------------------------------------------------------------*
       4110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       4120-GRAVAR-BJU SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQBJU02        TO TRUE

           WRITE FD-ARQBJU02 FROM ARQBJU01-REGISTRO

           IF WRK-FS-BJU02-OK
              ADD 1 TO ACU-GRAVA-ARQBJU02
           ELSE
              MOVE WRK-FS-ARQBJU02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       4120-99-FIM.
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
           MOVE ACU-LIDOS-ARQOJU01      TO ARQAUD01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQRJU01      TO ARQAUD01-QTDE-GRAVA
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
           PERFORM 4100-GRAVAR-ORDEM
              VARYING WRK-ORD-IDX FROM 1 BY 1
              UNTIL WRK-ORD-IDX GREATER WRK-ORD-QTDE

           PERFORM 3750-GRAVAR-TRAILER

           PERFORM 3980-GRAVAR-AUDITORIA

           SET  WRK-CN-CLOSE           TO TRUE

           SET  WRK-CN-ARQOJU01        TO TRUE
           CLOSE ARQOJU01
           IF NOT WRK-FS-OJU01-OK
              MOVE WRK-FS-ARQOJU01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQSLD01        TO TRUE
           CLOSE ARQSLD01
           IF NOT WRK-FS-SLD01-OK
              MOVE WRK-FS-ARQSLD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-TAXAS-PRESENTES
              CLOSE ARQTAX01
           END-IF

           IF WRK-BLOQ-ANTERIOR-PRESENTE
              CLOSE ARQBJU01
           END-IF

           SET  WRK-CN-ARQBJU02        TO TRUE
           CLOSE ARQBJU02
           IF NOT WRK-FS-BJU02-OK
              MOVE WRK-FS-ARQBJU02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQRJU01        TO TRUE
           CLOSE ARQRJU01
           IF NOT WRK-FS-RJU01-OK
              MOVE WRK-FS-ARQRJU01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQAUD01        TO TRUE
           CLOSE ARQAUD01
           IF NOT WRK-FS-AUD01-OK
              MOVE WRK-FS-ARQAUD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE ACU-LIDOS-ARQOJU01     TO WRK-MASK-QTDE
           DISPLAY '**************************************************'
           DISPLAY '* QTDE DE ORDENS LIDAS      : ' WRK-MASK-QTDE  '*'
           MOVE ACU-BLOQUEIOS-TOTAIS   TO WRK-MASK-QTDE
           DISPLAY '* BLOQUEIOS TOTAIS          : ' WRK-MASK-QTDE  '*'
           MOVE ACU-BLOQUEIOS-PARCIAIS TO WRK-MASK-QTDE
           DISPLAY '* BLOQUEIOS PARCIAIS        : ' WRK-MASK-QTDE  '*'
           MOVE ACU-SEM-SALDO          TO WRK-MASK-QTDE
           DISPLAY '* SEM SALDO (PENDENTES)     : ' WRK-MASK-QTDE  '*'
           MOVE ACU-COMPLEMENTOS       TO WRK-MASK-QTDE
           DISPLAY '* COMPLEMENTOS DE BLOQUEIO  : ' WRK-MASK-QTDE  '*'
           MOVE ACU-LIBERACOES-TOTAIS  TO WRK-MASK-QTDE
           DISPLAY '* LIBERACOES TOTAIS         : ' WRK-MASK-QTDE  '*'
           MOVE ACU-LIBERACOES-PARCIAIS TO WRK-MASK-QTDE
           DISPLAY '* LIBERACOES PARCIAIS       : ' WRK-MASK-QTDE  '*'
           MOVE ACU-ORDENS-REJEITADAS  TO WRK-MASK-QTDE
           DISPLAY '* ORDENS REJEITADAS         : ' WRK-MASK-QTDE  '*'
           MOVE ACU-POSICOES-DESCOBERTAS TO WRK-MASK-QTDE
           DISPLAY '* BLOQUEIOS DESCOBERTOS     : ' WRK-MASK-QTDE  '*'
           MOVE ACU-ORDENS-VIGENTES    TO WRK-MASK-QTDE
           DISPLAY '* ORDENS VIGENTES           : ' WRK-MASK-QTDE  '*'
           MOVE WRK-TOT-VAL-BLOQUEADO  TO WRK-MASK-VALOR
           DISPLAY '* TOTAL BLOQUEADO (BRL)     : ' WRK-MASK-VALOR
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
           MOVE ACU-LIDOS-ARQOJU01
                                  TO ERRO01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQRJU01
                                  TO ERRO01-QTDE-GRAVADOS
           MOVE ARQOJU01-NUM-ORDEM
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
