      *    OBJETIVO....:   CONSOLIDAR AS SAIDAS DE ALERTA/EXCECAO DA   *
      *                    NOITE (DEPOSITOS ELEVADOS, ESTRUTURACAO,    *
      *                    SALDO NEGATIVO, CPFS BLOQUEADOS, ALERTAS    *
      *                    DE CARENCIA, CPFS FORA DE SEQUENCIA,        *
      *                    MOVIMENTOS REJEITADOS, CONTAS ENCERRADAS    *
      *                    COM SALDO, REVISOES CADASTRAIS (KYC)        *
      *                    VENCIDAS E ARQUIVOS ENVIADOS A PARCEIROS    *
      *                    SEM CONFIRMACAO OU COM TOTAIS DIVERGENTES)  *
      *                    EM UM UNICO BOLETIM                         *
      *                    DIARIO, NORMALIZADO E CLASSIFICADO POR      *
      *                    SEVERIDADE, COM TOTAIS POR CATEGORIA.       *
      *----------------------------------------------------------------*
      *      ARQALR03                                  ALR03105        *
      *      ARQEXC01                                  EXC02105        *
      *      ARQREJ02                                  REJ02105        *
      *      ARQCEN01                                  CEN02105        *
      *      ARQPKY01                                  PKY02244        *
      *      ARQPND01                                  PND06118        *
      *      ARQSAI01                                  (BOLETIM)       *
      *      ARQAUD01                                  AUD00105        *
      *----------------------------------------------------------------*
                      FILE STATUS      IS WRK-FS-ARQDIA02.
           SELECT OPTIONAL ARQCTE01 ASSIGN TO UT-S-ARQCTE01
                      FILE STATUS      IS WRK-FS-ARQCTE01.
           SELECT OPTIONAL ARQTRP01 ASSIGN TO UT-S-ARQTRP01
                      FILE STATUS      IS WRK-FS-ARQTRP01.

           SELECT OPTIONAL ARQREJ02 ASSIGN TO UT-S-ARQREJ02
                      FILE STATUS      IS WRK-FS-ARQREJ02.

           SELECT OPTIONAL ARQCEN01 ASSIGN TO UT-S-ARQCEN01
                      FILE STATUS      IS WRK-FS-ARQCEN01.

           SELECT OPTIONAL ARQPKY01 ASSIGN TO UT-S-ARQPKY01
                      FILE STATUS      IS WRK-FS-ARQPKY01.

           SELECT OPTIONAL ARQPND01 ASSIGN TO UT-S-ARQPND01
                      FILE STATUS      IS WRK-FS-ARQPND01.

           SELECT ARQSAI01 ASSIGN      TO UT-S-ARQSAI01
                      FILE STATUS      IS WRK-FS-ARQSAI01.

           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQCTE01             PIC X(120).

      *---------------------------------------------------------------*
      *   INPUT:      TRANSICOES DE ACESSO NAO CONFIRMADAS PELA       *
      *               SEGURANCA NO PRAZO (TRP01121, GERADAS PELO      *
      *               EXER0121, OPCIONAL)                             *
      *               ORG. SEQUENCIAL   -   LRECL = 060               *
      *---------------------------------------------------------------*

       FD  ARQTRP01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQTRP01             PIC X(060).

      *---------------------------------------------------------------*
      *   INPUT:      CONTAS ENCERRADAS COM SALDO DIFERENTE DE ZERO   *
      *               (CEN02105, GERADAS PELO EXER0205, OPCIONAL)     *
      *               ORG. SEQUENCIAL   -   LRECL = 035               *
      *---------------------------------------------------------------*

       FD  ARQCEN01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQCEN01             PIC X(035).

      *---------------------------------------------------------------*
      *   INPUT:      REVISOES CADASTRAIS (KYC) VENCIDAS              *
      *               (PKY02244, GERADAS PELO EXER0244, OPCIONAL)     *
      *               ORG. SEQUENCIAL   -   LRECL = 050               *
      *---------------------------------------------------------------*

       FD  ARQPKY01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQPKY01             PIC X(050).

      *---------------------------------------------------------------*
      *   INPUT:      ARQUIVOS ENVIADOS SEM CONFIRMACAO OU COM TOTAIS *
      *               DIVERGENTES (PND06118, EXER0618, OPCIONAL)      *
      *               ORG. SEQUENCIAL   -   LRECL = 110               *
      *---------------------------------------------------------------*

       FD  ARQPND01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQPND01             PIC X(110).

      *---------------------------------------------------------------*
      *   SORT:      CLASSIFICACAO DO BOLETIM POR SEVERIDADE          *
      *---------------------------------------------------------------*
          88 WRK-CAT-NAO-ACHADA               VALUE 'N'.

       01 WRK-CAT-TABELA.
          05 WRK-CAT-LINHA        OCCURS 20 TIMES.
             10 WRK-CAT-ORIGEM    PIC X(008) VALUE SPACES.
             10 WRK-CAT-TOTAL     PIC 9(007) VALUE ZEROS.

          05 WRK-FS-ARQCTE01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CTE01-OK               VALUE '00'.
             88 WRK-FS-CTE01-FIM              VALUE '10'.
          05 WRK-FS-ARQTRP01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-TRP01-OK               VALUE '00'.
             88 WRK-FS-TRP01-FIM              VALUE '10'.
          05 WRK-FS-ARQCEN01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CEN01-OK               VALUE '00'.
             88 WRK-FS-CEN01-FIM              VALUE '10'.
          05 WRK-FS-ARQPKY01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-PKY01-OK               VALUE '00'.
             88 WRK-FS-PKY01-FIM              VALUE '10'.
          05 WRK-FS-ARQPND01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-PND01-OK               VALUE '00'.
             88 WRK-FS-PND01-FIM              VALUE '10'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK               VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
           COPY FAL06105.
           COPY DIA00105.
           COPY CTE06105.
           COPY TRP01121.
           COPY CEN02105.
           COPY PKY02244.
           COPY PND06118.
           COPY AUD00105.

      *----------------------------------------------------------------*
           PERFORM 2170-COLETAR-SLA-ESTEIRA
           PERFORM 2180-COLETAR-TRANSMISSOES
           PERFORM 2190-COLETAR-DIAGNOSTICOS
           PERFORM 2200-COLETAR-ACESSOS
           PERFORM 2210-COLETAR-CONTAS-ENCERRADAS
           PERFORM 2220-COLETAR-KYC
           PERFORM 2230-COLETAR-ENVIOS
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    SEVERIDADE 1: REVOGACAO/SUSPENSAO/RESTAURACAO DE ACESSO NAO *
      *    CONFIRMADA PELA SEGURANCA EM UM DIA UTIL (TRP01121, GERADAS *
      *    PELA INTERFACE EXER0121)                                    *
      *----------------------------------------------------------------*
       2200-COLETAR-ACESSOS SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQTRP01

           IF WRK-FS-TRP01-OK
              READ ARQTRP01 INTO ARQTRP01-REGISTRO
              PERFORM 2205-LIBERAR-TRP
                 UNTIL NOT WRK-FS-TRP01-OK
              CLOSE ARQTRP01
           END-IF
           .
      *----------------------------------------------------------------*
       2200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2205-LIBERAR-TRP SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE WRK-SD-REGISTRO
           MOVE 1                      TO SD-SEVERIDADE
           MOVE 'ACESSOS '             TO SD-ORIGEM
           MOVE SPACES                 TO SD-CHAVE
           STRING 'FUNC '              DELIMITED BY SIZE
                  ARQTRP01-COD-FUNCO   DELIMITED BY SIZE
              INTO SD-CHAVE

           EVALUATE TRUE
              WHEN ARQTRP01-ACAO-REVOGAR
                 MOVE 'REVOGACAO DE ACESSO SEM CONFIRMACAO'
                                       TO SD-DESCRICAO
              WHEN ARQTRP01-ACAO-SUSPENDER
                 MOVE 'SUSPENSAO DE ACESSO SEM CONFIRMACAO'
                                       TO SD-DESCRICAO
              WHEN OTHER
                 MOVE 'RESTAURACAO DE ACESSO SEM CONFIRMACAO'
                                       TO SD-DESCRICAO
           END-EVALUATE

           MOVE ARQTRP01-DAT-ENVIO     TO SD-VALOR

           RELEASE WRK-SD-REGISTRO
           ADD 1 TO ACU-ALERTAS

           READ ARQTRP01 INTO ARQTRP01-REGISTRO
           .
      *----------------------------------------------------------------*
       2205-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    SEVERIDADE 2: CONTAS ENCERRADAS NO CADASTRO DE CONTAS COM   *
      *    SALDO DE FECHAMENTO DIFERENTE DE ZERO (CEN02105, GERADAS    *
      *    PELO EXER0205)                                              *
      *----------------------------------------------------------------*
       2210-COLETAR-CONTAS-ENCERRADAS SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQCEN01

           IF WRK-FS-CEN01-OK
              READ ARQCEN01 INTO ARQCEN01-REGISTRO
              PERFORM 2215-LIBERAR-CEN
                 UNTIL NOT WRK-FS-CEN01-OK
              CLOSE ARQCEN01
           END-IF
           .
      *----------------------------------------------------------------*
       2210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2215-LIBERAR-CEN SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE WRK-SD-REGISTRO
           MOVE 2                      TO SD-SEVERIDADE
           MOVE 'CTAENCER'             TO SD-ORIGEM
           MOVE SPACES                 TO SD-CHAVE
           STRING ARQCEN01-CPF         DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  ARQCEN01-NUM-CONTA   DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  ARQCEN01-COD-MOEDA   DELIMITED BY SIZE
              INTO SD-CHAVE
           MOVE 'CONTA ENCERRADA COM SALDO'
                                       TO SD-DESCRICAO
           MOVE ARQCEN01-VAL-SALDO     TO SD-VALOR

           RELEASE WRK-SD-REGISTRO
           ADD 1 TO ACU-ALERTAS

           READ ARQCEN01 INTO ARQCEN01-REGISTRO
           .
      *----------------------------------------------------------------*
       2215-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    SEVERIDADE 1: REVISAO CADASTRAL VENCIDA ALEM DA TOLERANCIA  *
      *    (CLIENTE RESTRITO PARA NOVOS EMPRESTIMOS); SEVERIDADE 2:    *
      *    REVISAO CADASTRAL VENCIDA (PKY02244, GERADAS PELO EXER0244) *
      *----------------------------------------------------------------*
       2220-COLETAR-KYC SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQPKY01

           IF WRK-FS-PKY01-OK
              READ ARQPKY01 INTO ARQPKY01-REGISTRO
              PERFORM 2225-LIBERAR-PKY
                 UNTIL NOT WRK-FS-PKY01-OK
              CLOSE ARQPKY01
           END-IF
           .
      *----------------------------------------------------------------*
       2220-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2225-LIBERAR-PKY SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE WRK-SD-REGISTRO
           MOVE 'KYC     '             TO SD-ORIGEM
           MOVE SPACES                 TO SD-CHAVE

           IF ARQPKY01-CPF EQUAL ZEROS
              STRING 'CLI '               DELIMITED BY SIZE
                     ARQPKY01-COD-CLIENTE DELIMITED BY SIZE
                 INTO SD-CHAVE
           ELSE
              STRING 'CPF '               DELIMITED BY SIZE
                     ARQPKY01-CPF         DELIMITED BY SIZE
                 INTO SD-CHAVE
           END-IF

           IF ARQPKY01-CPF-RESTRITO
              MOVE 1                   TO SD-SEVERIDADE
              MOVE 'REVISAO KYC VENCIDA - CREDITO RESTRITO'
                                       TO SD-DESCRICAO
           ELSE
              MOVE 2                   TO SD-SEVERIDADE
              MOVE 'REVISAO CADASTRAL (KYC) VENCIDA'
                                       TO SD-DESCRICAO
           END-IF

           MOVE ARQPKY01-QTD-DIAS-ATRASO
                                       TO SD-VALOR

           RELEASE WRK-SD-REGISTRO
           ADD 1 TO ACU-ALERTAS

           READ ARQPKY01 INTO ARQPKY01-REGISTRO
           .
      *----------------------------------------------------------------*
       2225-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    SEVERIDADE 1: ARQUIVO CONFIRMADO PELO PARCEIRO COM TOTAIS   *
      *    DIVERGENTES; SEVERIDADE 2: ARQUIVO SEM CONFIRMACAO APOS O   *
      *    PRAZO (PND06118, GERADAS PELO EXER0618)                     *
      *----------------------------------------------------------------*
       2230-COLETAR-ENVIOS SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQPND01

           IF WRK-FS-PND01-OK
              READ ARQPND01 INTO ARQPND01-REGISTRO
              PERFORM 2235-LIBERAR-PND
                 UNTIL NOT WRK-FS-PND01-OK
              CLOSE ARQPND01
           END-IF
           .
      *----------------------------------------------------------------*
       2230-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2235-LIBERAR-PND SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE WRK-SD-REGISTRO
           MOVE 'ENVIOS  '             TO SD-ORIGEM
           MOVE SPACES                 TO SD-CHAVE

           STRING ARQPND01-ID-ARQUIVO  DELIMITED BY SIZE
                  ' GER '              DELIMITED BY SIZE
                  ARQPND01-NUM-GERACAO DELIMITED BY SIZE
              INTO SD-CHAVE

           IF ARQPND01-DIVERGENTE
              MOVE 1                   TO SD-SEVERIDADE
              MOVE 'ENVIO CONFIRMADO COM TOTAIS DIVERGENTES'
                                       TO SD-DESCRICAO
           ELSE
              MOVE 2                   TO SD-SEVERIDADE
              MOVE 'ENVIO SEM CONFIRMACAO DO PARCEIRO'
                                       TO SD-DESCRICAO
           END-IF

           MOVE ARQPND01-VAL-HASH      TO SD-VALOR

           RELEASE WRK-SD-REGISTRO
           ADD 1 TO ACU-ALERTAS

           READ ARQPND01 INTO ARQPND01-REGISTRO
           .
      *----------------------------------------------------------------*
       2235-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARREGA EM MEMORIA O CATALOGO DE ERROS OPERACIONAIS         *
      *    (OPCIONAL)                                                  *
      *----------------------------------------------------------------*
                 OR WRK-CAT-ACHADA

           IF WRK-CAT-NAO-ACHADA
              IF WRK-CAT-QTDE LESS 20
                 ADD 1 TO WRK-CAT-QTDE
                 MOVE SD-ORIGEM       TO WRK-CAT-ORIGEM (WRK-CAT-QTDE)
                 MOVE WRK-CAT-QTDE    TO WRK-CAT-IDX-ACHADO
