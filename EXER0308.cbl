      *                    SITUACAO DE CADA PARCELA. GERA A NOVA       *
      *                    GERACAO DO CRONOGRAMA E O AGING POR         *
      *                    PARCELA VENCIDA (FAIXAS DO EXER0305) POR    *
      *                    AGENCIA, COM O NOME DO CADASTRO DE AGENCIAS.*
      *                    AMORTIZACAO EXTRAORDINARIA (TIPO 'A'): O    *
      *                    VALOR ABATE O SALDO DAS PARCELAS A VENCER   *
      *                    (SEM PAGAMENTO, VENCIMENTO APOS A DATA DO   *
      *                    PAGAMENTO), QUE SAO CANCELADAS ('C') E      *
      *                    RECALCULADAS NA TABELA PRICE OU SAC DO      *
      *                    CADASTRO (ENT03105) COM A MESMA TAXA E OS   *
      *                    MESMOS VENCIMENTOS: REDUCAO DO PRAZO        *
      *                    (MANTEM A PRESTACAO PRICE OU A AMORTIZACAO  *
      *                    SAC) OU REDUCAO DA PARCELA (MANTEM O NUMERO *
      *                    DE PARCELAS). O NOVO CRONOGRAMA SAI NO      *
      *                    EXTRATO DO CLIENTE (ARQSAI02). SEM PLANO NO *
      *                    CADASTRO OU SEM PARCELAS A VENCER, O VALOR  *
      *                    E ALOCADO COMO PAGAMENTO COMUM.             *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQENT02 (PAGAMENTOS DO MES)              ENT03205        *
      *      ARQPAR02 (CRONOGRAMA ATUALIZADO)          PAR03105        *
      *      ARQSAI01 (AGING POR PARCELA)              -               *
      *      ARQEMP01 (CADASTRO INDEXADO DE EMPREST.)  ENT03105        *
      *      ARQSAI02 (NOVOS CRONOGRAMAS DOS CLIENTES) -               *
      *      ARQAUD01                                  AUD00105        *
      *      ARQAGE01 (VIA AGEN2000)                   AGE02241        *
      *----------------------------------------------------------------*
      *    ROTINAS.....:  ERRO2000                                     *
      *                   AGEN2000 (NOME DA AGENCIA NO AGING)          *
      *                                                                *
      *================================================================*
      *                                                                *
           SELECT ARQSAI01 ASSIGN      TO UT-S-ARQSAI01
                      FILE STATUS      IS WRK-FS-ARQSAI01.

           SELECT ARQEMP01 ASSIGN      TO UT-S-ARQEMP01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS FD-ARQEMP01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQEMP01.

           SELECT ARQSAI02 ASSIGN      TO UT-S-ARQSAI02
                      FILE STATUS      IS WRK-FS-ARQSAI02.

           SELECT OPTIONAL ARQPARM ASSIGN TO UT-S-ARQPARM
                      FILE STATUS      IS WRK-FS-ARQPARM.

           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI01             PIC X(132).

      *----------------------------------------------------------------*
      *    INPUT:     CADASTRO INDEXADO DE EMPRESTIMOS (PLANO E TAXA   *
      *               DA AMORTIZACAO EXTRAORDINARIA)                   *
      *               ORG. INDEXADA     -   LRECL = 233                *
      *----------------------------------------------------------------*

       FD  ARQEMP01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQEMP01.
           05 FD-ARQEMP01-CHAVE.
              10 FD-ARQEMP01-COD-AGENCIA  PIC 9(03).
              10 FD-ARQEMP01-NUM-CONTA    PIC 9(03).
              10 FD-ARQEMP01-NUM-EMPRESTIMO PIC 9(03).
           05 FILLER                     PIC X(224).

      *---------------------------------------------------------------*
      *   OUTPUT:     NOVOS CRONOGRAMAS APOS AMORTIZACAO              *
      *               EXTRAORDINARIA (EXTRATO DO CLIENTE)             *
      *               ORG. SEQUENCIAL   -   LRECL = 132               *
      *---------------------------------------------------------------*

       FD  ARQSAI02
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI02             PIC X(132).

      *---------------------------------------------------------------*
      *   INPUT:      CARTAO DE PARAMETROS (OPCIONAL): COLS 1-8 DATA  *
      *               DE REFERENCIA AAAAMMDD                          *
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0308'.
       77 WRK-ERRO2000            PIC  X(008) VALUE 'ERRO2000'.
       77 WRK-AGEN2000            PIC  X(008) VALUE 'AGEN2000'.
       77 WRK-MASK-QTDE           PIC  ZZZ.ZZ9.
       77 WRK-DATA-CORRENTE       PIC  9(008) VALUE ZEROS.
       77 WRK-INT-HOJE            PIC S9(009) COMP VALUE ZEROS.
           03 ACU-SOBRA-PAGAMENTO    PIC 9(007) VALUE ZEROS.
           03 ACU-PARCELAS-VENCIDAS  PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI01     PIC 9(007) VALUE ZEROS.
           03 ACU-AMORTIZACOES       PIC 9(007) VALUE ZEROS.
           03 ACU-AMORT-REJEITADAS   PIC 9(007) VALUE ZEROS.
           03 ACU-PARC-CANCELADAS    PIC 9(007) VALUE ZEROS.
           03 ACU-PARC-RECALCULADAS  PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI02     PIC 9(007) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    CHAVES DO BALANCE-LINE                                      *
             10 WRK-PAR-JUROS     PIC S9(13)V99 COMP-3.
             10 WRK-PAR-VALOR     PIC S9(13)V99 COMP-3.
             10 WRK-PAR-PAGO      PIC S9(13)V99 COMP-3.
             10 WRK-PAR-SITUACAO  PIC X(001).
      *
      *----------------------------------------------------------------*
      *    AMORTIZACAO EXTRAORDINARIA: PARCELAS A VENCER SUBSTITUIDAS  *
      *    E AREAS DO RECALCULO (MESMAS REGRAS DO EXER0307)            *
      *----------------------------------------------------------------*
       01 WRK-SW-AMORT-REJEITADA  PIC X(001) VALUE 'N'.
          88 WRK-AMORT-REJEITADA              VALUE 'S'.
       77 WRK-DES-REJEICAO        PIC X(030) VALUE SPACES.
       77 WRK-AMO-QTDE-ANTIGAS    PIC 9(003) VALUE ZEROS.
       77 WRK-AMO-QTDE-NOVAS      PIC 9(003) VALUE ZEROS.
       77 WRK-AMO-IDX             PIC 9(003) VALUE ZEROS.
       77 WRK-AMO-PROX-PARCELA    PIC 9(004) VALUE ZEROS.
       77 WRK-AMO-PRESTACAO-ANT   PIC S9(013)V99 COMP-3 VALUE +0.
       77 WRK-AMO-PRINCIPAL-ANT   PIC S9(013)V99 COMP-3 VALUE +0.
       77 WRK-VAL-SALDO-ANTERIOR  PIC S9(013)V99 COMP-3 VALUE +0.
       77 WRK-VAL-AMORTIZADO      PIC S9(013)V99 COMP-3 VALUE +0.
       77 WRK-TAXA-FRACAO         PIC S9(003)V9(008) COMP-3 VALUE +0.
       77 WRK-FATOR               PIC S9(009)V9(008) COMP-3 VALUE +0.
       77 WRK-VAL-PRESTACAO       PIC S9(013)V99 COMP-3 VALUE +0.
       77 WRK-VAL-AMORTIZACAO     PIC S9(013)V99 COMP-3 VALUE +0.
       77 WRK-VAL-JUROS-PARC      PIC S9(013)V99 COMP-3 VALUE +0.
       77 WRK-VAL-SALDO-PLANO     PIC S9(013)V99 COMP-3 VALUE +0.
       77 TOT-AMO-PRINCIPAL       PIC S9(013)V99 COMP-3 VALUE +0.
       77 TOT-AMO-JUROS           PIC S9(013)V99 COMP-3 VALUE +0.
       77 TOT-AMO-PARCELAS        PIC S9(013)V99 COMP-3 VALUE +0.
      *
       01 WRK-AMO-VENCIMENTOS.
          05 WRK-AMO-VENCTO       OCCURS 240 TIMES
                                  PIC 9(008).
      *
       01 WRK-DATA-EDICAO.
          05 WRK-DTE-ANO          PIC 9(004).
          05 WRK-DTE-MES          PIC 9(002).
          05 WRK-DTE-DIA          PIC 9(002).
       01 WRK-DATA-EDICAO-R       REDEFINES WRK-DATA-EDICAO
                                  PIC 9(008).
       01 WRK-DATA-EDITADA.
          05 WRK-DTD-DIA          PIC 9(002).
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-DTD-MES          PIC 9(002).
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-DTD-ANO          PIC 9(004).
      *
      *----------------------------------------------------------------*
      *    EXTRATO DO NOVO CRONOGRAMA PARA O CLIENTE                   *
      *----------------------------------------------------------------*
       01 WRK-AMO-CAB1.
          05 FILLER               PIC X(050) VALUE
             'NOVO CRONOGRAMA - AMORTIZACAO EXTRAORDINARIA'.
          05 FILLER               PIC X(012) VALUE 'EMPRESTIMO: '.
          05 WRK-AC1-AGENCIA      PIC 9(003).
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-AC1-CONTA        PIC 9(003).
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-AC1-EMPRESTIMO   PIC 9(003).
          05 FILLER               PIC X(059) VALUE SPACES.

       01 WRK-AMO-CAB2.
          05 FILLER               PIC X(019) VALUE
             'DATA DO PAGAMENTO: '.
          05 WRK-AC2-DATA         PIC X(010).
          05 FILLER               PIC X(004) VALUE SPACES.
          05 FILLER               PIC X(018) VALUE
             'VALOR AMORTIZADO: '.
          05 WRK-AC2-VALOR        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(004) VALUE SPACES.
          05 FILLER               PIC X(007) VALUE 'OPCAO: '.
          05 WRK-AC2-OPCAO        PIC X(020).
          05 FILLER               PIC X(030) VALUE SPACES.

       01 WRK-AMO-CAB3.
          05 FILLER               PIC X(022) VALUE
             'SALDO A VENCER ANTES: '.
          05 WRK-AC3-SALDO-ANTES  PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(004) VALUE SPACES.
          05 FILLER               PIC X(008) VALUE 'DEPOIS: '.
          05 WRK-AC3-SALDO-DEPOIS PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(004) VALUE SPACES.
          05 FILLER               PIC X(016) VALUE
             'PARCELAS ANTES: '.
          05 WRK-AC3-QTDE-ANTES   PIC ZZ9.
          05 FILLER               PIC X(004) VALUE SPACES.
          05 FILLER               PIC X(008) VALUE 'DEPOIS: '.
          05 WRK-AC3-QTDE-DEPOIS  PIC ZZ9.
          05 FILLER               PIC X(020) VALUE SPACES.

       01 WRK-AMO-CAB4.
          05 FILLER               PIC X(009) VALUE 'PARCELA'.
          05 FILLER               PIC X(012) VALUE 'VENCIMENTO'.
          05 FILLER               PIC X(022) VALUE
             '         AMORTIZACAO'.
          05 FILLER               PIC X(022) VALUE
             '               JUROS'.
          05 FILLER               PIC X(020) VALUE
             '             PARCELA'.
          05 FILLER               PIC X(047) VALUE SPACES.

       01 WRK-AMO-DETALHE.
          05 WRK-ADT-PARCELA      PIC ZZ9.
          05 FILLER               PIC X(006) VALUE SPACES.
          05 WRK-ADT-VENCIMENTO   PIC X(010).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-ADT-PRINCIPAL    PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-ADT-JUROS        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-ADT-VALOR        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(047) VALUE SPACES.

       01 WRK-AMO-TOTAL.
          05 FILLER               PIC X(021) VALUE 'TOTAL'.
          05 WRK-ATO-PRINCIPAL    PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-ATO-JUROS        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-ATO-VALOR        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(047) VALUE SPACES.

       01 WRK-LINHA-EXTRATO       PIC X(132) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    TABELA DO AGING DE PARCELAS VENCIDAS POR AGENCIA            *
             '      91-120         '.
          05 FILLER               PIC X(021) VALUE
             '     ACIMA 120       '.
          05 FILLER               PIC X(011) VALUE SPACES.
          05 FILLER               PIC X(012) VALUE 'AGENCIA'.

       01 WRK-AGE-DETALHE.
          05 WRK-AGE-DET-AG       PIC 9(003).
             10 FILLER            PIC X(001) VALUE SPACES.
             10 WRK-AGE-DET-TOT   PIC Z.ZZZ.ZZZ.ZZ9,99.
             10 FILLER            PIC X(001) VALUE SPACES.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-AGE-DET-NOME     PIC X(012) VALUE SPACES.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             88 WRK-FS-PAR02-OK               VALUE '00'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK               VALUE '00'.
          05 WRK-FS-ARQEMP01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-EMP01-OK               VALUE '00'.
             88 WRK-FS-EMP01-NAO-ENCONTRADO   VALUE '23'.
          05 WRK-FS-ARQSAI02      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI02-OK               VALUE '00'.
          05 WRK-FS-ARQPARM       PIC  X(002) VALUE SPACES.
             88 WRK-FS-PARM-OK                VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
          88 WRK-CN-ARQENT02      VALUE 'ARQENT02'.
          88 WRK-CN-ARQPAR02      VALUE 'ARQPAR02'.
          88 WRK-CN-ARQSAI01      VALUE 'ARQSAI01'.
          88 WRK-CN-ARQEMP01      VALUE 'ARQEMP01'.
          88 WRK-CN-ARQSAI02      VALUE 'ARQSAI02'.
          88 WRK-CN-ARQAUD01      VALUE 'ARQAUD01'.
          88 WRK-CN-ARQAGE01      VALUE 'ARQAGE01'.

       77 WRK-COMANDO             PIC  X(006) VALUE SPACES.
          88 WRK-CN-OPEN          VALUE 'OPEN  '.
      *
           COPY PAR03105.
           COPY ENT03205.
           COPY ENT03105.
           COPY AUD00105.
           COPY 'I#ERRO01'.
           COPY 'I#AGEN01'.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQEMP01        TO TRUE
           OPEN INPUT ARQEMP01

           IF NOT WRK-FS-EMP01-OK
              MOVE WRK-FS-ARQEMP01     TO WRK-FS-DISPLAY
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

                    WHEN ARQENT02-MOV-RENEGOCIACAO
                       SET WRK-EMP-RENEGOCIADO TO TRUE
                       ADD 1 TO ACU-RENEGOCIACOES
                    WHEN ARQENT02-MOV-AMORTIZACAO
                       PERFORM 3500-AMORTIZAR-EXTRAORD
                    WHEN OTHER
                       PERFORM 3100-ALOCAR-PAGAMENTO
                       ADD 1 TO ACU-PAGTOS-ALOCADOS
                 TO WRK-PAR-VALOR (WRK-PAR-QTDE)
              MOVE ARQPAR01-VAL-PAGO-ACUM
                 TO WRK-PAR-PAGO (WRK-PAR-QTDE)
              MOVE ARQPAR01-SIT-PARCELA
                 TO WRK-PAR-SITUACAO (WRK-PAR-QTDE)
           END-IF
           .
      *----------------------------------------------------------------*
      *
           MOVE ARQENT02-VAL-PAGO      TO WRK-VAL-A-ALOCAR

           PERFORM 3120-DISTRIBUIR-VALOR
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    DISTRIBUI WRK-VAL-A-ALOCAR PELAS PARCELAS ABERTAS           *
      *----------------------------------------------------------------*
       3120-DISTRIBUIR-VALOR SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3150-ALOCAR-NA-PARCELA
              VARYING WRK-PAR-IDX FROM 1 BY 1
              UNTIL WRK-PAR-IDX GREATER WRK-PAR-QTDE
           END-IF
           .
      *----------------------------------------------------------------*
       3120-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
                   WRK-PAR-VALOR (WRK-PAR-IDX) -
                   WRK-PAR-PAGO (WRK-PAR-IDX)

           IF WRK-PAR-SITUACAO (WRK-PAR-IDX) EQUAL 'C'
              MOVE ZEROS               TO WRK-VAL-CABE
           END-IF

           IF WRK-VAL-CABE GREATER ZEROS
              IF WRK-VAL-A-ALOCAR LESS WRK-VAL-CABE
                 MOVE WRK-VAL-A-ALOCAR TO WRK-VAL-CABE
                                       TO ARQPAR01-VAL-PAGO-ACUM

           EVALUATE TRUE
              WHEN WRK-PAR-SITUACAO (WRK-PAR-IDX) EQUAL 'C'
                 MOVE 'C'              TO ARQPAR01-SIT-PARCELA
              WHEN WRK-PAR-PAGO (WRK-PAR-IDX) NOT LESS
                   WRK-PAR-VALOR (WRK-PAR-IDX)
                 MOVE 'Q'              TO ARQPAR01-SIT-PARCELA
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    AMORTIZACAO EXTRAORDINARIA: CANCELA AS PARCELAS A VENCER E  *
      *    RECALCULA O SALDO REMANESCENTE NA TABELA DO CADASTRO; O QUE *
      *    EXCEDER O SALDO A VENCER E ALOCADO COMO PAGAMENTO COMUM     *
      *----------------------------------------------------------------*
       3500-AMORTIZAR-EXTRAORD SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3510-VALIDAR-AMORTIZACAO

           IF WRK-AMORT-REJEITADA
              ADD 1 TO ACU-AMORT-REJEITADAS
              DISPLAY '* AMORTIZACAO ALOCADA COMO PAGAMENTO: AG '
                      WRK-CRO-AGENCIA ' CT ' WRK-CRO-CONTA
                      ' EMP ' WRK-CRO-EMPRESTIMO ' - '
                      WRK-DES-REJEICAO
              PERFORM 3100-ALOCAR-PAGAMENTO
              GO TO 3500-99-FIM
           END-IF

           ADD 1 TO ACU-AMORTIZACOES

           MOVE ARQENT02-VAL-PAGO      TO WRK-VAL-AMORTIZADO
           IF WRK-VAL-AMORTIZADO GREATER WRK-VAL-SALDO-ANTERIOR
              MOVE WRK-VAL-SALDO-ANTERIOR
                                       TO WRK-VAL-AMORTIZADO
           END-IF

           COMPUTE WRK-VAL-SALDO-PLANO =
                   WRK-VAL-SALDO-ANTERIOR - WRK-VAL-AMORTIZADO

           MOVE ZEROS                  TO WRK-AMO-IDX
           PERFORM 3530-CANCELAR-PARCELA
              VARYING WRK-PAR-IDX FROM 1 BY 1
              UNTIL WRK-PAR-IDX GREATER WRK-PAR-QTDE

           COMPUTE WRK-TAXA-FRACAO =
                   ARQENT01-PCT-TAXA-MENSAL / 100

           EVALUATE TRUE
              WHEN ARQENT01-TABELA-SAC
                 IF ARQENT02-AMORT-REDUZ-PRAZO
                    MOVE WRK-AMO-PRINCIPAL-ANT
                                       TO WRK-VAL-AMORTIZACAO
                 ELSE
                    COMPUTE WRK-VAL-AMORTIZACAO ROUNDED =
                            WRK-VAL-SALDO-PLANO / WRK-AMO-QTDE-ANTIGAS
                 END-IF
              WHEN ARQENT02-AMORT-REDUZ-PRAZO
                 MOVE WRK-AMO-PRESTACAO-ANT
                                       TO WRK-VAL-PRESTACAO
              WHEN WRK-TAXA-FRACAO EQUAL ZEROS
                 COMPUTE WRK-VAL-PRESTACAO ROUNDED =
                         WRK-VAL-SALDO-PLANO / WRK-AMO-QTDE-ANTIGAS
              WHEN OTHER
                 COMPUTE WRK-FATOR ROUNDED =
                         (1 + WRK-TAXA-FRACAO)
                         ** WRK-AMO-QTDE-ANTIGAS
                 COMPUTE WRK-VAL-PRESTACAO ROUNDED =
                         (WRK-VAL-SALDO-PLANO * WRK-TAXA-FRACAO
                          * WRK-FATOR) / (WRK-FATOR - 1)
           END-EVALUATE

           COMPUTE WRK-AMO-PROX-PARCELA =
                   WRK-PAR-PARCELA (WRK-PAR-QTDE) + 1
           MOVE ZEROS                  TO WRK-AMO-QTDE-NOVAS
                                          TOT-AMO-PRINCIPAL
                                          TOT-AMO-JUROS
                                          TOT-AMO-PARCELAS

           PERFORM 3570-IMPRIMIR-CABECALHO

           PERFORM 3550-GERAR-NOVA-PARCELA
              VARYING WRK-AMO-IDX FROM 1 BY 1
              UNTIL WRK-AMO-IDX GREATER WRK-AMO-QTDE-ANTIGAS
                 OR WRK-VAL-SALDO-PLANO NOT GREATER ZEROS

           PERFORM 3580-IMPRIMIR-TOTAL

           IF ARQENT02-VAL-PAGO GREATER WRK-VAL-AMORTIZADO
              COMPUTE WRK-VAL-A-ALOCAR =
                      ARQENT02-VAL-PAGO - WRK-VAL-AMORTIZADO
              PERFORM 3120-DISTRIBUIR-VALOR
           END-IF
           .
      *----------------------------------------------------------------*
       3500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    A AMORTIZACAO EXIGE PLANO NO CADASTRO, OPCAO VALIDA,        *
      *    PARCELAS A VENCER E ESPACO PARA O NOVO CRONOGRAMA           *
      *----------------------------------------------------------------*
       3510-VALIDAR-AMORTIZACAO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'S'                    TO WRK-SW-AMORT-REJEITADA

           IF WRK-EMP-RENEGOCIADO
              MOVE 'EMPRESTIMO RENEGOCIADO'
                                       TO WRK-DES-REJEICAO
              GO TO 3510-99-FIM
           END-IF

           IF NOT ARQENT02-AMORT-REDUZ-PRAZO
              AND NOT ARQENT02-AMORT-REDUZ-PARCELA
              MOVE 'OPCAO DE AMORTIZACAO INVALIDA'
                                       TO WRK-DES-REJEICAO
              GO TO 3510-99-FIM
           END-IF

           IF ARQENT02-VAL-PAGO NOT GREATER ZEROS
              MOVE 'VALOR DE AMORTIZACAO INVALIDO'
                                       TO WRK-DES-REJEICAO
              GO TO 3510-99-FIM
           END-IF

           MOVE WRK-CHAVE-CRONOGRAMA   TO FD-ARQEMP01-CHAVE

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQEMP01        TO TRUE

           READ ARQEMP01 INTO ARQENT01-REGISTRO

           EVALUATE TRUE
              WHEN WRK-FS-EMP01-OK
                 CONTINUE
              WHEN WRK-FS-EMP01-NAO-ENCONTRADO
                 MOVE 'EMPRESTIMO FORA DO CADASTRO'
                                       TO WRK-DES-REJEICAO
                 GO TO 3510-99-FIM
              WHEN OTHER
                 MOVE WRK-FS-ARQEMP01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE

           IF ARQENT01-PCT-TAXA-MENSAL NOT NUMERIC
              OR (NOT ARQENT01-TABELA-PRICE
                  AND NOT ARQENT01-TABELA-SAC)
              MOVE 'EMPRESTIMO SEM PLANO VALIDO'
                                       TO WRK-DES-REJEICAO
              GO TO 3510-99-FIM
           END-IF

           MOVE ZEROS                  TO WRK-AMO-QTDE-ANTIGAS
                                          WRK-VAL-SALDO-ANTERIOR
                                          WRK-AMO-PRESTACAO-ANT
                                          WRK-AMO-PRINCIPAL-ANT

           PERFORM 3520-SOMAR-PARCELA-A-VENCER
              VARYING WRK-PAR-IDX FROM 1 BY 1
              UNTIL WRK-PAR-IDX GREATER WRK-PAR-QTDE

           IF WRK-AMO-QTDE-ANTIGAS EQUAL ZEROS
              MOVE 'SEM PARCELAS A VENCER'
                                       TO WRK-DES-REJEICAO
              GO TO 3510-99-FIM
           END-IF

           IF WRK-PAR-QTDE + WRK-AMO-QTDE-ANTIGAS GREATER 240
              OR WRK-PAR-PARCELA (WRK-PAR-QTDE) + WRK-AMO-QTDE-ANTIGAS
                 GREATER 999
              MOVE 'CRONOGRAMA SEM ESPACO'
                                       TO WRK-DES-REJEICAO
              GO TO 3510-99-FIM
           END-IF

           MOVE 'N'                    TO WRK-SW-AMORT-REJEITADA
           .
      *----------------------------------------------------------------*
       3510-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PARCELA A VENCER: NAO CANCELADA, SEM PAGAMENTO ALOCADO E    *
      *    COM VENCIMENTO APOS A DATA DO PAGAMENTO                     *
      *----------------------------------------------------------------*
       3520-SOMAR-PARCELA-A-VENCER SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-PAR-SITUACAO (WRK-PAR-IDX) NOT EQUAL 'C'
              AND WRK-PAR-PAGO (WRK-PAR-IDX) EQUAL ZEROS
              AND WRK-PAR-VENCTO (WRK-PAR-IDX) GREATER
                  ARQENT02-DAT-PAGTO
              ADD 1 TO WRK-AMO-QTDE-ANTIGAS
              ADD WRK-PAR-PRINCIPAL (WRK-PAR-IDX)
                                       TO WRK-VAL-SALDO-ANTERIOR
              IF WRK-AMO-QTDE-ANTIGAS EQUAL 1
                 MOVE WRK-PAR-VALOR (WRK-PAR-IDX)
                                       TO WRK-AMO-PRESTACAO-ANT
                 MOVE WRK-PAR-PRINCIPAL (WRK-PAR-IDX)
                                       TO WRK-AMO-PRINCIPAL-ANT
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3520-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CANCELA A PARCELA A VENCER, GUARDANDO O VENCIMENTO PARA A   *
      *    PARCELA RECALCULADA DE MESMA ORDEM                          *
      *----------------------------------------------------------------*
       3530-CANCELAR-PARCELA SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-PAR-SITUACAO (WRK-PAR-IDX) NOT EQUAL 'C'
              AND WRK-PAR-PAGO (WRK-PAR-IDX) EQUAL ZEROS
              AND WRK-PAR-VENCTO (WRK-PAR-IDX) GREATER
                  ARQENT02-DAT-PAGTO
              ADD 1 TO WRK-AMO-IDX
              MOVE WRK-PAR-VENCTO (WRK-PAR-IDX)
                                  TO WRK-AMO-VENCTO (WRK-AMO-IDX)
              MOVE 'C'            TO WRK-PAR-SITUACAO (WRK-PAR-IDX)
              ADD 1 TO ACU-PARC-CANCELADAS
           END-IF
           .
      *----------------------------------------------------------------*
       3530-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GERA UMA PARCELA DO SALDO REMANESCENTE: JUROS SOBRE O       *
      *    SALDO, AMORTIZACAO PELA PRESTACAO (PRICE) OU CONSTANTE      *
      *    (SAC); A ULTIMA PARCELA FECHA O SALDO                       *
      *----------------------------------------------------------------*
       3550-GERAR-NOVA-PARCELA SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WRK-VAL-JUROS-PARC ROUNDED =
                   WRK-VAL-SALDO-PLANO * WRK-TAXA-FRACAO

           IF ARQENT01-TABELA-PRICE
              COMPUTE WRK-VAL-AMORTIZACAO =
                      WRK-VAL-PRESTACAO - WRK-VAL-JUROS-PARC
           END-IF

           IF WRK-AMO-IDX EQUAL WRK-AMO-QTDE-ANTIGAS
              OR WRK-VAL-AMORTIZACAO GREATER WRK-VAL-SALDO-PLANO
              OR WRK-VAL-AMORTIZACAO NOT GREATER ZEROS
              MOVE WRK-VAL-SALDO-PLANO TO WRK-VAL-AMORTIZACAO
           END-IF

           SUBTRACT WRK-VAL-AMORTIZACAO FROM WRK-VAL-SALDO-PLANO

           ADD 1 TO WRK-PAR-QTDE
           MOVE WRK-AMO-PROX-PARCELA   TO WRK-PAR-PARCELA (WRK-PAR-QTDE)
           MOVE WRK-AMO-VENCTO (WRK-AMO-IDX)
                                       TO WRK-PAR-VENCTO (WRK-PAR-QTDE)
           MOVE WRK-VAL-AMORTIZACAO
                                  TO WRK-PAR-PRINCIPAL (WRK-PAR-QTDE)
           MOVE WRK-VAL-JUROS-PARC     TO WRK-PAR-JUROS (WRK-PAR-QTDE)
           COMPUTE WRK-PAR-VALOR (WRK-PAR-QTDE) =
                   WRK-VAL-AMORTIZACAO + WRK-VAL-JUROS-PARC
           MOVE ZEROS                  TO WRK-PAR-PAGO (WRK-PAR-QTDE)
           MOVE 'A'
                                  TO WRK-PAR-SITUACAO (WRK-PAR-QTDE)

           ADD 1 TO WRK-AMO-PROX-PARCELA
           ADD 1 TO WRK-AMO-QTDE-NOVAS
           ADD 1 TO ACU-PARC-RECALCULADAS
           ADD WRK-VAL-AMORTIZACAO     TO TOT-AMO-PRINCIPAL
           ADD WRK-VAL-JUROS-PARC      TO TOT-AMO-JUROS
           ADD WRK-PAR-VALOR (WRK-PAR-QTDE)
                                       TO TOT-AMO-PARCELAS

           MOVE WRK-PAR-PARCELA (WRK-PAR-QTDE)
                                       TO WRK-ADT-PARCELA
           MOVE WRK-PAR-VENCTO (WRK-PAR-QTDE)
                                       TO WRK-DATA-EDICAO-R
           PERFORM 3560-EDITAR-DATA
           MOVE WRK-DATA-EDITADA       TO WRK-ADT-VENCIMENTO
           MOVE WRK-VAL-AMORTIZACAO    TO WRK-ADT-PRINCIPAL
           MOVE WRK-VAL-JUROS-PARC     TO WRK-ADT-JUROS
           MOVE WRK-PAR-VALOR (WRK-PAR-QTDE)
                                       TO WRK-ADT-VALOR
           MOVE WRK-AMO-DETALHE        TO WRK-LINHA-EXTRATO
           PERFORM 3590-GRAVAR-LINHA-EXTRATO
           .
      *----------------------------------------------------------------*
       3550-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3560-EDITAR-DATA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-DTE-DIA            TO WRK-DTD-DIA
           MOVE WRK-DTE-MES            TO WRK-DTD-MES
           MOVE WRK-DTE-ANO            TO WRK-DTD-ANO
           .
      *----------------------------------------------------------------*
       3560-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CABECALHO DO EXTRATO DO NOVO CRONOGRAMA                     *
      *----------------------------------------------------------------*
       3570-IMPRIMIR-CABECALHO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-CRO-AGENCIA        TO WRK-AC1-AGENCIA
           MOVE WRK-CRO-CONTA          TO WRK-AC1-CONTA
           MOVE WRK-CRO-EMPRESTIMO     TO WRK-AC1-EMPRESTIMO
           MOVE WRK-AMO-CAB1           TO WRK-LINHA-EXTRATO
           PERFORM 3590-GRAVAR-LINHA-EXTRATO

           MOVE ARQENT02-DAT-PAGTO     TO WRK-DATA-EDICAO-R
           PERFORM 3560-EDITAR-DATA
           MOVE WRK-DATA-EDITADA       TO WRK-AC2-DATA
           MOVE WRK-VAL-AMORTIZADO     TO WRK-AC2-VALOR
           IF ARQENT02-AMORT-REDUZ-PRAZO
              MOVE 'REDUCAO DO PRAZO'  TO WRK-AC2-OPCAO
           ELSE
              MOVE 'REDUCAO DA PARCELA'
                                       TO WRK-AC2-OPCAO
           END-IF
           MOVE WRK-AMO-CAB2           TO WRK-LINHA-EXTRATO
           PERFORM 3590-GRAVAR-LINHA-EXTRATO

           MOVE WRK-VAL-SALDO-ANTERIOR TO WRK-AC3-SALDO-ANTES
           MOVE WRK-VAL-SALDO-PLANO    TO WRK-AC3-SALDO-DEPOIS
           MOVE WRK-AMO-QTDE-ANTIGAS   TO WRK-AC3-QTDE-ANTES
           MOVE ZEROS                  TO WRK-AC3-QTDE-DEPOIS
           MOVE WRK-AMO-CAB3           TO WRK-LINHA-EXTRATO
           PERFORM 3590-GRAVAR-LINHA-EXTRATO

           MOVE WRK-AMO-CAB4           TO WRK-LINHA-EXTRATO
           PERFORM 3590-GRAVAR-LINHA-EXTRATO
           .
      *----------------------------------------------------------------*
       3570-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    TOTAL DO NOVO CRONOGRAMA E QTDE FINAL DE PARCELAS           *
      *----------------------------------------------------------------*
       3580-IMPRIMIR-TOTAL SECTION.
      *----------------------------------------------------------------*
      *
           MOVE TOT-AMO-PRINCIPAL      TO WRK-ATO-PRINCIPAL
           MOVE TOT-AMO-JUROS          TO WRK-ATO-JUROS
           MOVE TOT-AMO-PARCELAS       TO WRK-ATO-VALOR
           MOVE WRK-AMO-TOTAL          TO WRK-LINHA-EXTRATO
           PERFORM 3590-GRAVAR-LINHA-EXTRATO

           MOVE SPACES                 TO WRK-LINHA-EXTRATO
           STRING 'PARCELAS A VENCER DEPOIS DA AMORTIZACAO: '
                  WRK-AMO-QTDE-NOVAS
                  DELIMITED BY SIZE  INTO WRK-LINHA-EXTRATO
           PERFORM 3590-GRAVAR-LINHA-EXTRATO

           MOVE SPACES                 TO WRK-LINHA-EXTRATO
           PERFORM 3590-GRAVAR-LINHA-EXTRATO
           .
      *----------------------------------------------------------------*
       3580-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3590-GRAVAR-LINHA-EXTRATO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQSAI02        TO TRUE

           WRITE FD-ARQSAI02 FROM WRK-LINHA-EXTRATO

           IF WRK-FS-SAI02-OK
              ADD 1 TO ACU-GRAVA-ARQSAI02
           ELSE
              MOVE WRK-FS-ARQSAI02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3590-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO CRONOGRAMA                             *
      *----------------------------------------------------------------*
       3800-LER-CRONOGRAMA SECTION.
      *
           MOVE WRK-AGE-AGENCIA (WRK-AGE-IDX) TO WRK-AGE-DET-AG

           PERFORM 3697-CONSULTAR-AGENCIA

           PERFORM 3696-MONTAR-FAIXA
              VARYING WRK-AGE-IDX-FX FROM 1 BY 1
              UNTIL WRK-AGE-IDX-FX GREATER 5
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    NOME DA AGENCIA NO CADASTRO DE AGENCIAS (AGEN2000); AGENCIA *
      *    FORA DO CADASTRO SAI COMO '*NAO CADASTRADA*'                *
      *----------------------------------------------------------------*
       3697-CONSULTAR-AGENCIA SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE AGEN01-REGISTRO
           MOVE 'I#AGEN01'             TO AGEN01-ID-BLOCO
           SET  AGEN01-CONSULTAR       TO TRUE
           MOVE WRK-AGE-AGENCIA (WRK-AGE-IDX)
                                       TO AGEN01-COD-AGENCIA

           CALL WRK-AGEN2000           USING AGEN01-REGISTRO

           IF AGEN01-ERRO-CADASTRO
              SET  WRK-CN-READ         TO TRUE
              SET  WRK-CN-ARQAGE01     TO TRUE
              MOVE AGEN01-FILE-STATUS  TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE AGEN01-NOM-AGENCIA     TO WRK-AGE-DET-NOME
           .
      *----------------------------------------------------------------*
       3697-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE GRAVACAO DO LOG DE AUDITORIA DE EXECUCAO          *
      *----------------------------------------------------------------*
       3980-GRAVAR-AUDITORIA SECTION.
      *
           PERFORM 3690-GRAVAR-AGING

           SET  AGEN01-FECHAR          TO TRUE
           CALL WRK-AGEN2000           USING AGEN01-REGISTRO

           PERFORM 3980-GRAVAR-AUDITORIA

           SET  WRK-CN-CLOSE           TO TRUE
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQEMP01        TO TRUE
           CLOSE ARQEMP01
           IF NOT WRK-FS-EMP01-OK
              MOVE WRK-FS-ARQEMP01     TO WRK-FS-DISPLAY
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
           DISPLAY '* QTDE DE ESTORNOS           : ' WRK-MASK-QTDE  '*'
           MOVE ACU-RENEGOCIACOES      TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE RENEGOCIACOES      : ' WRK-MASK-QTDE  '*'
           MOVE ACU-AMORTIZACOES       TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE AMORTIZACOES       : ' WRK-MASK-QTDE  '*'
           MOVE ACU-AMORT-REJEITADAS   TO WRK-MASK-QTDE
           DISPLAY '* QTDE AMORTIZ. REJEITADAS   : ' WRK-MASK-QTDE  '*'
           MOVE ACU-PARC-CANCELADAS    TO WRK-MASK-QTDE
           DISPLAY '* QTDE PARCELAS CANCELADAS   : ' WRK-MASK-QTDE  '*'
           MOVE ACU-PARC-RECALCULADAS  TO WRK-MASK-QTDE
           DISPLAY '* QTDE PARCELAS RECALCULADAS : ' WRK-MASK-QTDE  '*'
           MOVE ACU-SEM-CRONOGRAMA     TO WRK-MASK-QTDE
           DISPLAY '* QTDE SEM CRONOGRAMA        : ' WRK-MASK-QTDE  '*'
           MOVE ACU-SOBRA-PAGAMENTO    TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE PARCELAS VENCIDAS  : ' WRK-MASK-QTDE  '*'
           MOVE ACU-GRAVA-ARQPAR02     TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE PARCELAS GRAVADAS  : ' WRK-MASK-QTDE  '*'
           MOVE ACU-GRAVA-ARQSAI02     TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE LINHAS DO EXTRATO  : ' WRK-MASK-QTDE  '*'
           DISPLAY '*                                                *'
           DISPLAY '* ' WRK-PROGRAMA ' FIM NORMAL                    *'
           DISPLAY '**************************************************'
