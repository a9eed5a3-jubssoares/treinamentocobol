      *                    PARA A ENTRADA DO MES SEGUINTE (ARQLAN01)   *
      *                    E REPORTA A RECEITA POR LINHA TARIFARIA.    *
      *                    LINHA 'V' COM TARIFA ZERADA ISENTA O VIP.   *
      *                    ACRESCENTA AO HISTORICO DE TARIFAS          *
      *                    (HTA02216) AS TARIFAS COBRADAS POR CPF/     *
      *                    CONTA/MOEDA E LINHA TARIFARIA E A RECEITA   *
      *                    REPORTADA POR LINHA, BASE DO EXTRATO ANUAL. *
      *                    O SEGMENTO DO CLIENTE VEM DO CADASTRO       *
      *                    MENSAL DE SEGMENTOS (SEG02240, EXER0240)    *
      *                    QUANDO O CPF CONSTA DELE E O SEGMENTO JA    *
      *                    ESTA EM VIGENCIA NA DATA DE LANCAMENTO      *
      *                    (ANTES DELA VALE O SEGMENTO ANTERIOR). SEM  *
      *                    LINHA TARIFARIA PARA O SEGMENTO, VALE A     *
      *                    LINHA 'V' (RANKING VIP) OU 'G', DEPOIS '*'. *
      *                    GRAVA A RECEITA DE TARIFAS POR MOEDA COMO   *
      *                    LANCAMENTO CONTABIL (CTB02105) PARA O       *
      *                    CONSOLIDADOR CONTABIL (EXER0247).           *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQENT01 (MOVIMENTO DO MES)               ENT02105        *
      *      ARQTAR01 (MESTRE DE TARIFAS)              TAR02105        *
      *      ARQRNK01 (RANKING VIP, OPCIONAL)          RNK02105        *
      *      ARQSEG01 (SEGMENTOS DE CLIENTES, OPC.)    SEG02240        *
      *      ARQLAN01 (DEBITOS DE TARIFA)              ENT02105        *
      *      ARQHTA01 (HISTORICO DE TARIFAS)           HTA02216        *
      *      ARQSAI01 (RELATORIO DE RECEITA)           -               *
      *      ARQCTB01 (LANCAMENTOS CONTABEIS)          CTB02105        *
      *      ARQAUD01                                  AUD00105        *
      *----------------------------------------------------------------*
      *    ROTINAS.....:  ERRO2000                                     *
           SELECT OPTIONAL ARQRNK01 ASSIGN TO UT-S-ARQRNK01
                      FILE STATUS      IS WRK-FS-ARQRNK01.

           SELECT OPTIONAL ARQSEG01 ASSIGN TO UT-S-ARQSEG01
                      FILE STATUS      IS WRK-FS-ARQSEG01.

           SELECT ARQLAN01 ASSIGN      TO UT-S-ARQLAN01
                      FILE STATUS      IS WRK-FS-ARQLAN01.

           SELECT ARQHTA01 ASSIGN      TO UT-S-ARQHTA01
                      FILE STATUS      IS WRK-FS-ARQHTA01.

           SELECT ARQSAI01 ASSIGN      TO UT-S-ARQSAI01
                      FILE STATUS      IS WRK-FS-ARQSAI01.

           SELECT ARQCTB01 ASSIGN      TO UT-S-ARQCTB01
                      FILE STATUS      IS WRK-FS-ARQCTB01.

           SELECT ARQPARM ASSIGN       TO UT-S-ARQPARM
                      FILE STATUS      IS WRK-FS-ARQPARM.

           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQRNK01             PIC X(071).

      *---------------------------------------------------------------*
      *   INPUT:      CADASTRO MENSAL DE SEGMENTOS (OPCIONAL)         *
      *               ORG. SEQUENCIAL   -   LRECL = 080               *
      *---------------------------------------------------------------*

       FD  ARQSEG01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQSEG01             PIC X(080).

      *---------------------------------------------------------------*
      *   OUTPUT:     DEBITOS DE TARIFA (LAYOUT ENT02105, ENTRADA DO  *
      *               MES SEGUINTE) - ORG. SEQUENCIAL - LRECL = 049   *
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQLAN01             PIC X(049).

      *---------------------------------------------------------------*
      *   OUTPUT:     HISTORICO ACUMULATIVO DE TARIFAS (EXTEND)       *
      *               ORG. SEQUENCIAL   -   LRECL = 090               *
      *---------------------------------------------------------------*

       FD  ARQHTA01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQHTA01             PIC X(090).

      *---------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DE RECEITA POR LINHA TARIFARIA        *
      *               ORG. SEQUENCIAL   -   LRECL = 132               *
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI01             PIC X(132).

      *---------------------------------------------------------------*
      *   OUTPUT:     LANCAMENTOS CONTABEIS DA RECEITA DE TARIFAS     *
      *               ORG. SEQUENCIAL   -   LRECL = 049               *
      *---------------------------------------------------------------*

       FD  ARQCTB01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQCTB01             PIC X(049).

      *---------------------------------------------------------------*
      *   INPUT:      CARTAO DE PARAMETROS (DATA DE LANCAMENTO)       *
      *               ORG. SEQUENCIAL   -   LRECL = 80                *
       77 WRK-DAT-LANC-EDIT       PIC  X(010) VALUE SPACES.
       77 WRK-COD-CANAL-MOVTO     PIC  X(003) VALUE 'BAT'.
       77 WRK-SEGMENTO-CLIENTE    PIC  X(001) VALUE 'G'.
       77 WRK-SEGMENTO-VIP        PIC  X(001) VALUE 'G'.
      *
       01 WRK-PARM-REGISTRO.
          05 WRK-PARM-DAT-LANCAMENTO PIC 9(008) VALUE ZEROS.
           03 ACU-ISENTOS-VIP        PIC 9(007) VALUE ZEROS.
           03 ACU-SEM-TARIFA         PIC 9(007) VALUE ZEROS.
           03 ACU-GERADOS            PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQHTA01     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI01     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQCTB01     PIC 9(007) VALUE ZEROS.
      *
       77 WRK-VAL-RECEITA-TOTAL   PIC S9(015)V99 COMP-3 VALUE +0.
      *
      *----------------------------------------------------------------*
      *    TABELA DA RECEITA DE TARIFAS POR MOEDA (LANCAMENTO CONTABIL)*
      *----------------------------------------------------------------*
       77 WRK-CTM-QTDE            PIC  9(002) VALUE ZEROS.
       77 WRK-CTM-IDX             PIC  9(002) VALUE ZEROS.
       77 WRK-CTM-IDX-ACHADO      PIC  9(002) VALUE ZEROS.
      *
       01 WRK-CTM-TABELA.
          05 WRK-CTM-LINHA        OCCURS 20 TIMES.
             10 WRK-CTM-MOEDA     PIC X(003).
             10 WRK-CTM-VALOR     PIC S9(015)V99 COMP-3.
      *
      *----------------------------------------------------------------*
      *    TABELA DO MESTRE DE TARIFAS (COM OS TOTAIS DA RODADA POR    *
      *    LINHA TARIFARIA)                                            *
      *----------------------------------------------------------------*
       77 WRK-TAR-QTDE            PIC  9(003) VALUE ZEROS.
       77 WRK-TAR-IDX             PIC  9(003) VALUE ZEROS.
       77 WRK-TAR-IDX-EXATA       PIC  9(003) VALUE ZEROS.
       77 WRK-TAR-IDX-VIP         PIC  9(003) VALUE ZEROS.
       77 WRK-TAR-IDX-GENERICA    PIC  9(003) VALUE ZEROS.
       77 WRK-TAR-IDX-APLICADA    PIC  9(003) VALUE ZEROS.
      *
             10 WRK-VIP-CPF       PIC 9(011).
      *
      *----------------------------------------------------------------*
      *    TABELA DO CADASTRO DE SEGMENTOS (SEG02240)                  *
      *----------------------------------------------------------------*
       77 WRK-SGC-QTDE            PIC  9(004) VALUE ZEROS.
       77 WRK-SGC-IDX             PIC  9(004) VALUE ZEROS.
      *
       01 WRK-SGC-TABELA.
          05 WRK-SGC-LINHA        OCCURS 3000 TIMES.
             10 WRK-SGC-CPF       PIC 9(011).
             10 WRK-SGC-SEGMENTO  PIC X(001).
             10 WRK-SGC-VIGENCIA  PIC 9(008).
             10 WRK-SGC-ANTERIOR  PIC X(001).
      *
      *----------------------------------------------------------------*
      *    TABELA DOS DEBITOS CONSOLIDADOS POR CPF/CONTA/MOEDA         *
      *----------------------------------------------------------------*
       77 WRK-DEB-QTDE            PIC  9(004) VALUE ZEROS.
             10 WRK-DEB-VALOR     PIC S9(015)V99 COMP-3.
      *
      *----------------------------------------------------------------*
      *    TABELA DO HISTORICO: TARIFAS POR CPF/CONTA/MOEDA E LINHA    *
      *    TARIFARIA                                                   *
      *----------------------------------------------------------------*
       77 WRK-HTA-QTDE            PIC  9(004) VALUE ZEROS.
       77 WRK-HTA-IDX             PIC  9(004) VALUE ZEROS.
       77 WRK-HTA-IDX-ACHADO      PIC  9(004) VALUE ZEROS.
      *
       01 WRK-SW-HTA-ACHADO       PIC  X(001) VALUE 'N'.
          88 WRK-HTA-ACHADO                   VALUE 'S'.
          88 WRK-HTA-NAO-ACHADO               VALUE 'N'.
      *
       01 WRK-HTA-TABELA.
          05 WRK-HTA-LINHA        OCCURS 3000 TIMES.
             10 WRK-HTA-CPF       PIC 9(011).
             10 WRK-HTA-CONTA     PIC 9(004).
             10 WRK-HTA-MOEDA     PIC X(003).
             10 WRK-HTA-TAR-IDX   PIC 9(003).
             10 WRK-HTA-QTDE-MOV  PIC 9(007).
             10 WRK-HTA-VALOR     PIC S9(015)V99 COMP-3.
      *
      *----------------------------------------------------------------*
      *    AREA DO RELATORIO DE RECEITA                                *
      *----------------------------------------------------------------*
       01 WRK-CAB1-RELATORIO.
          05 WRK-FS-ARQRNK01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-RNK01-OK               VALUE '00'.
             88 WRK-FS-RNK01-FIM              VALUE '10'.
          05 WRK-FS-ARQSEG01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SEG01-OK               VALUE '00'.
             88 WRK-FS-SEG01-FIM              VALUE '10'.
          05 WRK-FS-ARQLAN01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-LAN01-OK               VALUE '00'.
          05 WRK-FS-ARQHTA01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-HTA01-OK               VALUE '00'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK               VALUE '00'.
          05 WRK-FS-ARQCTB01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CTB01-OK               VALUE '00'.
          05 WRK-FS-ARQPARM       PIC  X(002) VALUE SPACES.
             88 WRK-FS-PARM-OK                VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
          88 WRK-CN-ARQENT01      VALUE 'ARQENT01'.
          88 WRK-CN-ARQTAR01      VALUE 'ARQTAR01'.
          88 WRK-CN-ARQRNK01      VALUE 'ARQRNK01'.
          88 WRK-CN-ARQSEG01      VALUE 'ARQSEG01'.
          88 WRK-CN-ARQLAN01      VALUE 'ARQLAN01'.
          88 WRK-CN-ARQHTA01      VALUE 'ARQHTA01'.
          88 WRK-CN-ARQSAI01      VALUE 'ARQSAI01'.
          88 WRK-CN-ARQCTB01      VALUE 'ARQCTB01'.
          88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
          88 WRK-CN-ARQAUD01      VALUE 'ARQAUD01'.

           COPY ENT02105.
           COPY TAR02105.
           COPY RNK02105.
           COPY SEG02240.
           COPY HTA02216.
           COPY CTB02105.
           COPY AUD00105.
           COPY 'I#ERRO01'.


           PERFORM 2100-CARREGAR-VIPS

           PERFORM 2200-CARREGAR-SEGMENTOS

           PERFORM 2300-TARIFAR-MOVIMENTO

           PERFORM 3500-GRAVAR-DEBITOS
              VARYING WRK-DEB-IDX FROM 1 BY 1
              UNTIL WRK-DEB-IDX GREATER WRK-DEB-QTDE

           PERFORM 3600-GRAVAR-HISTORICO
              VARYING WRK-HTA-IDX FROM 1 BY 1
              UNTIL WRK-HTA-IDX GREATER WRK-HTA-QTDE

           PERFORM 3650-GRAVAR-CONTROLE
              VARYING WRK-TAR-IDX FROM 1 BY 1
              UNTIL WRK-TAR-IDX GREATER WRK-TAR-QTDE

           PERFORM 3540-GRAVAR-CONTABIL
              VARYING WRK-CTM-IDX FROM 1 BY 1
              UNTIL WRK-CTM-IDX GREATER WRK-CTM-QTDE

           PERFORM 4000-FINALIZAR
           .
      *----------------------------------------------------------------*
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQHTA01        TO TRUE
           OPEN EXTEND ARQHTA01

           IF NOT WRK-FS-HTA01-OK
              MOVE WRK-FS-ARQHTA01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQSAI01        TO TRUE
           OPEN OUTPUT ARQSAI01

              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQCTB01        TO TRUE
           OPEN OUTPUT ARQCTB01

           IF NOT WRK-FS-CTB01-OK
              MOVE WRK-FS-ARQCTB01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQAUD01        TO TRUE
           OPEN EXTEND ARQAUD01

           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARREGA O CADASTRO MENSAL DE SEGMENTOS (OPCIONAL); SEM ELE  *
      *    VALE SO O RANKING VIP                                       *
      *----------------------------------------------------------------*
       2200-CARREGAR-SEGMENTOS SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQSEG01        TO TRUE
           OPEN INPUT ARQSEG01

           IF WRK-FS-SEG01-OK
              PERFORM 2250-LER-SEGMENTO

              PERFORM 2260-TABELAR-SEGMENTO
                 UNTIL WRK-FS-SEG01-FIM

              SET  WRK-CN-CLOSE        TO TRUE
              CLOSE ARQSEG01
              DISPLAY '* CPFS SEGMENTADOS CARREGADOS: ' WRK-SGC-QTDE
           ELSE
              DISPLAY '* SEM CADASTRO DE SEGMENTOS - SEGMENTO PELO '
                      'RANKING VIP'
           END-IF
           .
      *----------------------------------------------------------------*
       2200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2250-LER-SEGMENTO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQSEG01        TO TRUE

           READ ARQSEG01 INTO ARQSEG01-REGISTRO

           IF WRK-FS-SEG01-OK OR WRK-FS-SEG01-FIM
              CONTINUE
           ELSE
              MOVE WRK-FS-ARQSEG01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       2250-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2260-TABELAR-SEGMENTO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-SGC-QTDE LESS 3000
              ADD 1 TO WRK-SGC-QTDE
              MOVE ARQSEG01-CPF        TO WRK-SGC-CPF (WRK-SGC-QTDE)
              MOVE ARQSEG01-COD-SEGMENTO
                                       TO WRK-SGC-SEGMENTO
                                          (WRK-SGC-QTDE)
              MOVE ARQSEG01-DAT-VIGENCIA
                                       TO WRK-SGC-VIGENCIA
                                          (WRK-SGC-QTDE)
              MOVE ARQSEG01-COD-SEG-ANTERIOR
                                       TO WRK-SGC-ANTERIOR
                                          (WRK-SGC-QTDE)
           ELSE
              DISPLAY '* ATENCAO: TABELA DE SEGMENTOS CHEIA (3000) - '
                      'CPF ' ARQSEG01-CPF ' PELO RANKING VIP'
           END-IF

           PERFORM 2250-LER-SEGMENTO
           .
      *----------------------------------------------------------------*
       2260-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LE O MOVIMENTO E TARIFA OS SAQUES E TRANSFERENCIAS          *
      *----------------------------------------------------------------*
       2300-TARIFAR-MOVIMENTO SECTION.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    APLICA A TARIFA DO MOVIMENTO: SEGMENTO PELO CADASTRO DE     *
      *    SEGMENTOS (OU RANKING VIP) E LINHA TARIFARIA MAIS           *
      *    ESPECIFICA EM VIGENCIA (SEGMENTO DO CADASTRO, DEPOIS        *
      *    'V'/'G' DO RANKING, DEPOIS '*'); TARIFA ZERADA = ISENCAO    *
      *----------------------------------------------------------------*
       2500-APLICAR-TARIFA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'G'                    TO WRK-SEGMENTO-VIP

           PERFORM 2550-TESTAR-VIP
              VARYING WRK-VIP-IDX FROM 1 BY 1
              UNTIL WRK-VIP-IDX GREATER WRK-VIP-QTDE

           MOVE WRK-SEGMENTO-VIP       TO WRK-SEGMENTO-CLIENTE

           PERFORM 2520-OBTER-SEGMENTO

           MOVE ZEROS                  TO WRK-TAR-IDX-EXATA
                                          WRK-TAR-IDX-VIP
                                          WRK-TAR-IDX-GENERICA

           PERFORM 2600-TESTAR-LINHA-TARIFA
              VARYING WRK-TAR-IDX FROM 1 BY 1
              UNTIL WRK-TAR-IDX GREATER WRK-TAR-QTDE

           EVALUATE TRUE
              WHEN WRK-TAR-IDX-EXATA GREATER ZEROS
                 MOVE WRK-TAR-IDX-EXATA
                                       TO WRK-TAR-IDX-APLICADA
              WHEN WRK-TAR-IDX-VIP GREATER ZEROS
                 MOVE WRK-TAR-IDX-VIP  TO WRK-TAR-IDX-APLICADA
              WHEN OTHER
                 MOVE WRK-TAR-IDX-GENERICA
                                       TO WRK-TAR-IDX-APLICADA
           END-EVALUATE

           EVALUATE TRUE
              WHEN WRK-TAR-IDX-APLICADA EQUAL ZEROS
                    TO WRK-TAR-RECEITA (WRK-TAR-IDX-APLICADA)
                       WRK-VAL-RECEITA-TOTAL
                 PERFORM 2700-ACUMULAR-DEBITO
                 PERFORM 2800-ACUMULAR-HISTORICO
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       2500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    SEGMENTO DO CPF NO CADASTRO DE SEGMENTOS: O ATUAL SE JA EM  *
      *    VIGENCIA NA DATA DE LANCAMENTO, SENAO O ANTERIOR (CLIENTE   *
      *    NOVO FICA COM O SEGMENTO DO RANKING VIP)                    *
      *----------------------------------------------------------------*
       2520-OBTER-SEGMENTO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-SGC-IDX

           PERFORM 2530-PROXIMO-SEGMENTO
              UNTIL WRK-SGC-IDX GREATER WRK-SGC-QTDE
                 OR WRK-SGC-CPF (WRK-SGC-IDX) EQUAL ARQENT01-CPF

           IF WRK-SGC-IDX GREATER WRK-SGC-QTDE
              GO TO 2520-99-FIM
           END-IF

           IF WRK-SGC-VIGENCIA (WRK-SGC-IDX) NOT GREATER
              WRK-DAT-LANCAMENTO
              MOVE WRK-SGC-SEGMENTO (WRK-SGC-IDX)
                                       TO WRK-SEGMENTO-CLIENTE
           ELSE
              IF WRK-SGC-ANTERIOR (WRK-SGC-IDX) NOT EQUAL SPACES
                 MOVE WRK-SGC-ANTERIOR (WRK-SGC-IDX)
                                       TO WRK-SEGMENTO-CLIENTE
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2520-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2530-PROXIMO-SEGMENTO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-SGC-IDX
           .
      *----------------------------------------------------------------*
       2530-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2550-TESTAR-VIP SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-VIP-CPF (WRK-VIP-IDX) EQUAL ARQENT01-CPF
              MOVE 'V'                 TO WRK-SEGMENTO-VIP
           END-IF
           .
      *----------------------------------------------------------------*
                    IF WRK-TAR-IDX-EXATA EQUAL ZEROS
                       MOVE WRK-TAR-IDX TO WRK-TAR-IDX-EXATA
                    END-IF
                 WHEN WRK-TAR-SEGMENTO (WRK-TAR-IDX) EQUAL
                      WRK-SEGMENTO-VIP
                    IF WRK-TAR-IDX-VIP EQUAL ZEROS
                       MOVE WRK-TAR-IDX TO WRK-TAR-IDX-VIP
                    END-IF
                 WHEN WRK-TAR-SEGMENTO (WRK-TAR-IDX) EQUAL '*'
                    IF WRK-TAR-IDX-GENERICA EQUAL ZEROS
                       MOVE WRK-TAR-IDX TO WRK-TAR-IDX-GENERICA
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ACUMULA A TARIFA COBRADA NO HISTORICO DO CPF/CONTA/MOEDA    *
      *    POR LINHA TARIFARIA                                         *
      *----------------------------------------------------------------*
       2800-ACUMULAR-HISTORICO SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-HTA-NAO-ACHADO      TO TRUE
           MOVE ZEROS                  TO WRK-HTA-IDX-ACHADO

           PERFORM 2850-TESTAR-HISTORICO
              VARYING WRK-HTA-IDX FROM 1 BY 1
              UNTIL WRK-HTA-IDX GREATER WRK-HTA-QTDE
                 OR WRK-HTA-ACHADO

           IF WRK-HTA-ACHADO
              ADD 1 TO WRK-HTA-QTDE-MOV (WRK-HTA-IDX-ACHADO)
              ADD WRK-TAR-VALOR (WRK-TAR-IDX-APLICADA)
                 TO WRK-HTA-VALOR (WRK-HTA-IDX-ACHADO)
           ELSE
              IF WRK-HTA-QTDE LESS 3000
                 ADD 1 TO WRK-HTA-QTDE
                 MOVE ARQENT01-CPF     TO WRK-HTA-CPF (WRK-HTA-QTDE)
                 MOVE ARQENT01-NUM-CONTA
                                       TO WRK-HTA-CONTA (WRK-HTA-QTDE)
                 MOVE ARQENT01-COD-MOEDA
                                       TO WRK-HTA-MOEDA (WRK-HTA-QTDE)
                 MOVE WRK-TAR-IDX-APLICADA
                                       TO WRK-HTA-TAR-IDX (WRK-HTA-QTDE)
                 MOVE 1                TO WRK-HTA-QTDE-MOV
                                          (WRK-HTA-QTDE)
                 MOVE WRK-TAR-VALOR (WRK-TAR-IDX-APLICADA)
                                       TO WRK-HTA-VALOR (WRK-HTA-QTDE)
              ELSE
                 DISPLAY '* ATENCAO: TABELA DO HISTORICO CHEIA (3000)'
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2850-TESTAR-HISTORICO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-HTA-CPF (WRK-HTA-IDX) EQUAL ARQENT01-CPF
              AND WRK-HTA-CONTA (WRK-HTA-IDX) EQUAL
                  ARQENT01-NUM-CONTA
              AND WRK-HTA-MOEDA (WRK-HTA-IDX) EQUAL
                  ARQENT01-COD-MOEDA
              AND WRK-HTA-TAR-IDX (WRK-HTA-IDX) EQUAL
                  WRK-TAR-IDX-APLICADA
              SET WRK-HTA-ACHADO       TO TRUE
              MOVE WRK-HTA-IDX         TO WRK-HTA-IDX-ACHADO
           END-IF
           .
      *----------------------------------------------------------------*
       2850-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA UM DEBITO CONSOLIDADO DE TARIFA (MOVIMENTO 'S')       *
      *----------------------------------------------------------------*
       3500-GRAVAR-DEBITOS SECTION.
              MOVE WRK-FS-ARQLAN01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3520-ACUMULAR-MOEDA
           .
      *----------------------------------------------------------------*
       3500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ACUMULA O DEBITO DE TARIFA NA RECEITA DA MOEDA              *
      *----------------------------------------------------------------*
       3520-ACUMULAR-MOEDA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-CTM-IDX-ACHADO

           PERFORM 3525-PROCURAR-MOEDA
              VARYING WRK-CTM-IDX FROM 1 BY 1
              UNTIL WRK-CTM-IDX GREATER WRK-CTM-QTDE
                 OR WRK-CTM-IDX-ACHADO GREATER ZEROS

           IF WRK-CTM-IDX-ACHADO EQUAL ZEROS
              AND WRK-CTM-QTDE NOT LESS 20
              DISPLAY '************************************************'
              DISPLAY '* TABELA DE RECEITA POR MOEDA ESTOUROU (20)    *'
              DISPLAY '* PROGRAMA ' WRK-PROGRAMA
                                          ' CANCELADO                *'
              DISPLAY '************************************************'
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           IF WRK-CTM-IDX-ACHADO EQUAL ZEROS
              ADD 1                    TO WRK-CTM-QTDE
              MOVE WRK-CTM-QTDE        TO WRK-CTM-IDX-ACHADO
              MOVE WRK-DEB-MOEDA (WRK-DEB-IDX)
                                       TO WRK-CTM-MOEDA (WRK-CTM-QTDE)
              MOVE ZEROS               TO WRK-CTM-VALOR (WRK-CTM-QTDE)
           END-IF

           ADD WRK-DEB-VALOR (WRK-DEB-IDX)
                                 TO WRK-CTM-VALOR (WRK-CTM-IDX-ACHADO)
           .
      *----------------------------------------------------------------*
       3520-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3525-PROCURAR-MOEDA SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-CTM-MOEDA (WRK-CTM-IDX) EQUAL
              WRK-DEB-MOEDA (WRK-DEB-IDX)
              MOVE WRK-CTM-IDX         TO WRK-CTM-IDX-ACHADO
           END-IF
           .
      *----------------------------------------------------------------*
       3525-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA O LANCAMENTO CONTABIL DA RECEITA DE TARIFAS DA MOEDA  *
      *    (EVENTO 'TARIFA  ', CREDITO DE RECEITA, VALOR NA MOEDA)     *
      *----------------------------------------------------------------*
       3540-GRAVAR-CONTABIL SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-CTM-VALOR (WRK-CTM-IDX) NOT GREATER ZEROS
              GO TO 3540-99-FIM
           END-IF

           INITIALIZE                 ARQCTB01-REGISTRO

           MOVE WRK-DAT-LANCAMENTO     TO ARQCTB01-DAT-LANCAMENTO
           MOVE 'TARIFA  '             TO ARQCTB01-COD-EVENTO
           MOVE WRK-CTM-MOEDA (WRK-CTM-IDX)
                                       TO ARQCTB01-COD-MOEDA
           MOVE 'C'                    TO ARQCTB01-NATUREZA
           MOVE WRK-CTM-VALOR (WRK-CTM-IDX)
                                       TO ARQCTB01-VAL-LANCAMENTO
           MOVE 'RECEITA DE TARIFAS'   TO ARQCTB01-DES-HISTORICO

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQCTB01        TO TRUE

           WRITE FD-ARQCTB01 FROM ARQCTB01-REGISTRO

           IF WRK-FS-CTB01-OK
              ADD 1 TO ACU-GRAVA-ARQCTB01
           ELSE
              MOVE WRK-FS-ARQCTB01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3540-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA NO HISTORICO A TARIFA COBRADA DO CPF/CONTA/MOEDA NA   *
      *    LINHA TARIFARIA                                             *
      *----------------------------------------------------------------*
       3600-GRAVAR-HISTORICO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-HTA-TAR-IDX (WRK-HTA-IDX) TO WRK-TAR-IDX

           INITIALIZE                 ARQHTA01-REGISTRO
           SET ARQHTA01-REG-DETALHE    TO TRUE
           PERFORM 3700-MONTAR-LINHA-TARIFA

           MOVE WRK-HTA-CPF (WRK-HTA-IDX)
                                       TO ARQHTA01-CPF
           MOVE WRK-HTA-CONTA (WRK-HTA-IDX)
                                       TO ARQHTA01-NUM-CONTA
           MOVE WRK-HTA-MOEDA (WRK-HTA-IDX)
                                       TO ARQHTA01-COD-MOEDA
           MOVE WRK-HTA-QTDE-MOV (WRK-HTA-IDX)
                                       TO ARQHTA01-QTDE-MOVTOS
           MOVE WRK-HTA-VALOR (WRK-HTA-IDX)
                                       TO ARQHTA01-VAL-TARIFAS

           PERFORM 3750-GRAVAR-REG-HISTORICO
           .
      *----------------------------------------------------------------*
       3600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA NO HISTORICO O CONTROLE DA RECEITA REPORTADA PELA     *
      *    LINHA TARIFARIA NA RODADA                                   *
      *----------------------------------------------------------------*
       3650-GRAVAR-CONTROLE SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-TAR-RECEITA (WRK-TAR-IDX) NOT GREATER ZEROS
              GO TO 3650-99-FIM
           END-IF

           INITIALIZE                 ARQHTA01-REGISTRO
           SET ARQHTA01-REG-CONTROLE   TO TRUE
           PERFORM 3700-MONTAR-LINHA-TARIFA

           MOVE WRK-TAR-QTDE-MOV (WRK-TAR-IDX)
                                       TO ARQHTA01-QTDE-MOVTOS
           MOVE WRK-TAR-RECEITA (WRK-TAR-IDX)
                                       TO ARQHTA01-VAL-TARIFAS

           PERFORM 3750-GRAVAR-REG-HISTORICO
           .
      *----------------------------------------------------------------*
       3650-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3700-MONTAR-LINHA-TARIFA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-DAT-LANCAMENTO     TO ARQHTA01-DAT-LANCAMENTO
           MOVE WRK-TAR-TIPO (WRK-TAR-IDX)
                                       TO ARQHTA01-TIP-TRANS
           MOVE WRK-TAR-CANAL (WRK-TAR-IDX)
                                       TO ARQHTA01-COD-CANAL
           MOVE WRK-TAR-SEGMENTO (WRK-TAR-IDX)
                                       TO ARQHTA01-COD-SEGMENTO
           MOVE WRK-TAR-DAT-INI (WRK-TAR-IDX)
                                       TO ARQHTA01-DAT-INICIO
           MOVE WRK-TAR-DESCRICAO (WRK-TAR-IDX)
                                       TO ARQHTA01-DES-TARIFA
           .
      *----------------------------------------------------------------*
       3700-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3750-GRAVAR-REG-HISTORICO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQHTA01        TO TRUE

           WRITE FD-ARQHTA01 FROM ARQHTA01-REGISTRO

           IF WRK-FS-HTA01-OK
              ADD 1 TO ACU-GRAVA-ARQHTA01
           ELSE
              MOVE WRK-FS-ARQHTA01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3750-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE GRAVACAO DE UMA LINHA NO RELATORIO                *
      *----------------------------------------------------------------*
       4950-GRAVAR-LINHA SECTION.
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQHTA01        TO TRUE
           CLOSE ARQHTA01
           IF NOT WRK-FS-HTA01-OK
              MOVE WRK-FS-ARQHTA01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQSAI01        TO TRUE
           CLOSE ARQSAI01
           IF NOT WRK-FS-SAI01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQCTB01        TO TRUE
           CLOSE ARQCTB01
           IF NOT WRK-FS-CTB01-OK
              MOVE WRK-FS-ARQCTB01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQAUD01        TO TRUE
           CLOSE ARQAUD01
           IF NOT WRK-FS-AUD01-OK
           DISPLAY '* QTDE SEM LINHA TARIFARIA   : ' WRK-MASK-QTDE  '*'
           MOVE ACU-GERADOS            TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE DEBITOS GERADOS    : ' WRK-MASK-QTDE  '*'
           MOVE ACU-GRAVA-ARQHTA01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE GRAVADA NO HISTORICO  : ' WRK-MASK-QTDE  '*'
           MOVE ACU-GRAVA-ARQCTB01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE LANCAMENTOS CONTABEIS : ' WRK-MASK-QTDE  '*'
           DISPLAY '*                                                *'
           DISPLAY '* ' WRK-PROGRAMA ' FIM NORMAL                    *'
           DISPLAY '**************************************************'
