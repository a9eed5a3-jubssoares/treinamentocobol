      *                      ABAIXO DO LIMIAR (JAN02105), DESCARTANDO  *
      *                      NA CARGA O QUE SAIU DA JANELA E SOMANDO   *
      *                      OS DEPOSITOS DO MOVIMENTO DO DIA;         *
      *                    - O ESTORNO DE DEPOSITO (TIPO 'E') RETIRA   *
      *                      DA JANELA O DEPOSITO ORIGINAL (MESMO CPF, *
      *                      DATA E VALOR), SEJA DO DIA OU DE RODADA   *
      *                      ANTERIOR;                                 *
      *                    - SOMA DA JANELA ACIMA DO LIMIAR COM MAIS   *
      *                      DE UM DEPOSITO ABRE OU ATUALIZA UM CASO   *
      *                      NUMERADO (CAS02105);                      *
      *                      COMPLIANCE (MCA02105: EM ANALISE /        *
      *                      REPORTADO / DESCARTADO);                  *
      *                    - GERA O EXTRATO COAF (COA02105) DOS CASOS  *
      *                      REPORTADOS AINDA NAO COMUNICADOS E O      *
      *                      REGISTRA (QTDE E SOMA DOS VALORES) NO     *
      *                      REGISTRO DE ARQUIVOS ENVIADOS (EXER0618). *
      *                    OS CASOS DE CONTA DE PASSAGEM ('L'/'P'/'N', *
      *                    ABERTOS PELO EXER0235) PASSAM PELO MESMO    *
      *                    CICLO DE VIDA E EXTRATO; A AGREGACAO DA     *
      *                    JANELA SO ATUALIZA CASO DE FRACIONAMENTO.   *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQMCA01 (TRANSACOES, OPCIONAL)           MCA02105        *
      *      ARQCOA01 (EXTRATO COAF)                   COA02105        *
      *      ARQSAI01 (RELATORIO)                      -               *
      *      ARQTRM01 (REGISTRO DE ARQUIVOS ENVIADOS)  TRM06118        *
      *      ARQAUD01                                  AUD00105        *
      *----------------------------------------------------------------*
      *    ROTINAS.....:  ERRO2000                                     *
           SELECT ARQPARM ASSIGN       TO UT-S-ARQPARM
                      FILE STATUS      IS WRK-FS-ARQPARM.

           SELECT OPTIONAL ARQTRM01 ASSIGN TO UT-S-ARQTRM01
                      FILE STATUS      IS WRK-FS-ARQTRM01.

           SELECT ARQAUD01 ASSIGN      TO UT-S-ARQAUD01
                      FILE STATUS      IS WRK-FS-ARQAUD01.
      *

      *---------------------------------------------------------------*
      *   INPUT:      CASOS DA RODADA ANTERIOR (OPCIONAL)             *
      *               ORG. SEQUENCIAL   -   LRECL = 068               *
      *---------------------------------------------------------------*

       FD  ARQCAS01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQCAS01             PIC X(068).

      *---------------------------------------------------------------*
      *   OUTPUT:     CASOS APOS ESTA RODADA                          *
      *               ORG. SEQUENCIAL   -   LRECL = 068               *
      *---------------------------------------------------------------*

       FD  ARQCAS02
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQCAS02             PIC X(068).

      *---------------------------------------------------------------*
      *   INPUT:      TRANSACOES DE CICLO DE VIDA (OPCIONAL)          *
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPARM              PIC X(80).

      *---------------------------------------------------------------*
      *   OUTPUT:     REGISTRO DE ARQUIVOS ENVIADOS A PARCEIROS       *
      *               (ACRESCIMO, LIDO PELO MONITOR EXER0618)         *
      *               ORG. SEQUENCIAL   -   LRECL = 120               *
      *---------------------------------------------------------------*

       FD  ARQTRM01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQTRM01             PIC X(120).

      *---------------------------------------------------------------*
      *   OUTPUT:     LOG DE AUDITORIA DE EXECUCAO (COMPARTILHADO)    *
      *---------------------------------------------------------------*
           03 ACU-JANELA-CARREGADA   PIC 9(007) VALUE ZEROS.
           03 ACU-JANELA-EXPIRADA    PIC 9(007) VALUE ZEROS.
           03 ACU-JANELA-NOVOS       PIC 9(007) VALUE ZEROS.
           03 ACU-ESTORNOS-LIDOS     PIC 9(007) VALUE ZEROS.
           03 ACU-ESTORNOS-APLICADOS PIC 9(007) VALUE ZEROS.
           03 ACU-CASOS-ABERTOS      PIC 9(007) VALUE ZEROS.
           03 ACU-CASOS-ATUALIZADOS  PIC 9(007) VALUE ZEROS.
           03 ACU-TRANS-APLICADAS    PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQCAS02     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQJAN02     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI01     PIC 9(007) VALUE ZEROS.
           03 ACU-HASH-ARQCOA01      PIC 9(015)V99 VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    TABELA DA JANELA DESLIZANTE DE DEPOSITOS                    *
             10 WRK-JAN-SW-SOMADA PIC X(001).
      *
      *----------------------------------------------------------------*
      *    ESTORNOS DE DEPOSITO DO DIA, APLICADOS A JANELA DEPOIS DA   *
      *    SOMA DO MOVIMENTO (O ORIGINAL PODE VIR DEPOIS DO ESTORNO    *
      *    NO ARQUIVO OU JA ESTAR NA JANELA DE RODADA ANTERIOR)        *
      *----------------------------------------------------------------*
       77 WRK-EST-QTDE            PIC  9(003) VALUE ZEROS.
       77 WRK-EST-IDX             PIC  9(003) VALUE ZEROS.
      *
       01 WRK-EST-TABELA.
          05 WRK-EST-LINHA        OCCURS 500 TIMES.
             10 WRK-EST-CPF       PIC 9(011).
             10 WRK-EST-DATA      PIC 9(008).
             10 WRK-EST-VALOR     PIC S9(15)V99 COMP-3.
      *
      *----------------------------------------------------------------*
      *    TABELA DE CASOS                                             *
      *----------------------------------------------------------------*
       77 WRK-CAS-QTDE            PIC  9(003) VALUE ZEROS.
             10 WRK-CAS-SITUACAO  PIC X(001).
             10 WRK-CAS-DAT-SIT   PIC 9(008).
             10 WRK-CAS-EXTRAIDO  PIC X(001).
             10 WRK-CAS-TIPO      PIC X(001).
      *
      *----------------------------------------------------------------*
      *    AREAS DA AVALIACAO DE UM CPF DA JANELA                      *
          05 WRK-DET-QTDE         PIC ZZZZ9.
          05 FILLER               PIC X(008) VALUE '  VALOR '.
          05 WRK-DET-VALOR        PIC Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(007) VALUE '  TIPO '.
          05 WRK-DET-TIPO         PIC X(001).
          05 FILLER               PIC X(049) VALUE SPACES.

       01 WRK-LINHA-IMPRESSAO     PIC X(132) VALUE SPACES.

             88 WRK-FS-SAI01-OK               VALUE '00'.
          05 WRK-FS-ARQPARM       PIC  X(002) VALUE SPACES.
             88 WRK-FS-PARM-OK                VALUE '00'.
          05 WRK-FS-ARQTRM01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-TRM01-OK               VALUE '00' '05'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.
          88 WRK-CN-ARQCOA01      VALUE 'ARQCOA01'.
          88 WRK-CN-ARQSAI01      VALUE 'ARQSAI01'.
          88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
          88 WRK-CN-ARQTRM01      VALUE 'ARQTRM01'.
          88 WRK-CN-ARQAUD01      VALUE 'ARQAUD01'.

       77 WRK-COMANDO             PIC  X(006) VALUE SPACES.
           COPY CAS02105.
           COPY MCA02105.
           COPY COA02105.
           COPY TRM06118.
           COPY AUD00105.
           COPY 'I#ERRO01'.


           PERFORM 2600-SOMAR-MOVIMENTO-DIA

           PERFORM 2760-APLICAR-ESTORNO
              VARYING WRK-EST-IDX FROM 1 BY 1
              UNTIL WRK-EST-IDX GREATER WRK-EST-QTDE

           PERFORM 2800-AVALIAR-JANELA
              VARYING WRK-JAN-IDX FROM 1 BY 1
              UNTIL WRK-JAN-IDX GREATER WRK-JAN-QTDE
              MOVE ARQCAS01-SW-EXTRAIDO
                                       TO WRK-CAS-EXTRAIDO
                                          (WRK-CAS-QTDE)
              IF ARQCAS01-CASO-FRACIONAMENTO
                 MOVE 'F'              TO WRK-CAS-TIPO (WRK-CAS-QTDE)
              ELSE
                 MOVE ARQCAS01-TIP-CASO
                                       TO WRK-CAS-TIPO (WRK-CAS-QTDE)
              END-IF

              IF ARQCAS01-NUM-CASO GREATER WRK-NUM-CASO-MAXIMO
                 MOVE ARQCAS01-NUM-CASO TO WRK-NUM-CASO-MAXIMO
       2700-TRATAR-MOVIMENTO SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQENT01-REGISTRO (1:3) NOT EQUAL 'HDR'
              AND ARQENT01-REGISTRO (1:3) NOT EQUAL 'TRL'
              AND ARQENT01-TRANS-ESTORNO
              PERFORM 2750-TABELAR-ESTORNO
              PERFORM 2650-LER-MOVIMENTO
              GO TO 2700-99-FIM
           END-IF

           IF ARQENT01-REGISTRO (1:3) NOT EQUAL 'HDR'
              AND ARQENT01-REGISTRO (1:3) NOT EQUAL 'TRL'
              AND ARQENT01-CPF NUMERIC
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GUARDA O ESTORNO DE DEPOSITO ABAIXO DO LIMIAR (SO ESSE      *
      *    ORIGINAL PODE ESTAR NA JANELA)                              *
      *----------------------------------------------------------------*
       2750-TABELAR-ESTORNO SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQENT01-CPF NOT NUMERIC
              OR NOT ARQENT01-EST-DE-DEPOSITO
              OR ARQENT01-VAL-DEPOS NOT GREATER ZEROS
              OR ARQENT01-VAL-DEPOS GREATER WRK-VAL-LIMIAR
              GO TO 2750-99-FIM
           END-IF

           MOVE ARQENT01-EST-DAT-ORIGINAL (7:4)
                                       TO WRK-DATA-AAAAMMDD (1:4)
           MOVE ARQENT01-EST-DAT-ORIGINAL (4:2)
                                       TO WRK-DATA-AAAAMMDD (5:2)
           MOVE ARQENT01-EST-DAT-ORIGINAL (1:2)
                                       TO WRK-DATA-AAAAMMDD (7:2)

           IF WRK-DATA-AAAAMMDD NOT NUMERIC
              GO TO 2750-99-FIM
           END-IF

           IF WRK-EST-QTDE NOT LESS 500
              DISPLAY '* ATENCAO: TABELA DE ESTORNOS CHEIA (500)'
              GO TO 2750-99-FIM
           END-IF

           ADD 1 TO WRK-EST-QTDE
           ADD 1 TO ACU-ESTORNOS-LIDOS
           MOVE ARQENT01-CPF           TO WRK-EST-CPF (WRK-EST-QTDE)
           MOVE WRK-DATA-AAAAMMDD      TO WRK-EST-DATA (WRK-EST-QTDE)
           MOVE ARQENT01-VAL-DEPOS     TO WRK-EST-VALOR (WRK-EST-QTDE)
           .
      *----------------------------------------------------------------*
       2750-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    RETIRA DA JANELA O DEPOSITO ESTORNADO: A ULTIMA ENTRADA DA  *
      *    TABELA OCUPA O LUGAR DELE. ESTORNO SEM ORIGINAL NA JANELA   *
      *    (JA EXPIRADO) NAO TEM EFEITO                                *
      *----------------------------------------------------------------*
       2760-APLICAR-ESTORNO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-JAN-IDX
           PERFORM 2770-PROXIMA-JANELA
              UNTIL WRK-JAN-IDX GREATER WRK-JAN-QTDE
                 OR (WRK-JAN-CPF (WRK-JAN-IDX) EQUAL
                     WRK-EST-CPF (WRK-EST-IDX)
                     AND WRK-JAN-DATA (WRK-JAN-IDX) EQUAL
                         WRK-EST-DATA (WRK-EST-IDX)
                     AND WRK-JAN-VALOR (WRK-JAN-IDX) EQUAL
                         WRK-EST-VALOR (WRK-EST-IDX))

           IF WRK-JAN-IDX GREATER WRK-JAN-QTDE
              GO TO 2760-99-FIM
           END-IF

           MOVE WRK-JAN-LINHA (WRK-JAN-QTDE)
                                       TO WRK-JAN-LINHA (WRK-JAN-IDX)
           SUBTRACT 1 FROM WRK-JAN-QTDE
           ADD 1 TO ACU-ESTORNOS-APLICADOS
           .
      *----------------------------------------------------------------*
       2760-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2770-PROXIMA-JANELA SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-JAN-IDX
           .
      *----------------------------------------------------------------*
       2770-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    AVALIA O CPF DA ENTRADA CORRENTE (UMA VEZ POR CPF): SOMA    *
      *    DA JANELA ACIMA DO LIMIAR COM MAIS DE UM DEPOSITO ABRE OU   *
      *    ATUALIZA O CASO                                             *
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ABRE UM CASO NOVO OU ATUALIZA O CASO VIVO ('A'/'E') DE      *
      *    FRACIONAMENTO DO CPF                                        *
      *----------------------------------------------------------------*
       2900-ABRIR-OU-ATUALIZAR-CASO SECTION.
      *----------------------------------------------------------------*
                    TO WRK-CAS-DAT-SIT (WRK-CAS-QTDE)
                 MOVE 'N'
                    TO WRK-CAS-EXTRAIDO (WRK-CAS-QTDE)
                 MOVE 'F'
                    TO WRK-CAS-TIPO (WRK-CAS-QTDE)
                 ADD 1 TO ACU-CASOS-ABERTOS
              ELSE
                 DISPLAY '* ATENCAO: TABELA DE CASOS CHEIA (500)'
      *----------------------------------------------------------------*
      *
           IF WRK-CAS-CPF (WRK-CAS-IDX) EQUAL WRK-CPF-AVALIADO
              AND WRK-CAS-TIPO (WRK-CAS-IDX) EQUAL 'F'
              AND (WRK-CAS-SITUACAO (WRK-CAS-IDX) EQUAL 'A'
                OR WRK-CAS-SITUACAO (WRK-CAS-IDX) EQUAL 'E')
              SET WRK-CASO-ACHADO      TO TRUE
                                       TO ARQCAS01-DAT-SITUACAO
           MOVE WRK-CAS-EXTRAIDO (WRK-CAS-IDX)
                                       TO ARQCAS01-SW-EXTRAIDO
           MOVE WRK-CAS-TIPO (WRK-CAS-IDX)
                                       TO ARQCAS01-TIP-CASO

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQCAS02        TO TRUE
           MOVE WRK-CAS-SITUACAO (WRK-CAS-IDX) TO WRK-DET-SITUACAO
           MOVE WRK-CAS-QTDE-DEP (WRK-CAS-IDX) TO WRK-DET-QTDE
           MOVE WRK-CAS-VALOR (WRK-CAS-IDX)    TO WRK-DET-VALOR
           MOVE WRK-CAS-TIPO (WRK-CAS-IDX)     TO WRK-DET-TIPO

           MOVE WRK-DET-CASO           TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
                                      TO ARQCOA01-VAL-TOTAL
           MOVE WRK-CAS-NUMERO (WRK-CAS-IDX)
                                      TO ARQCOA01-NUM-CASO
           EVALUATE WRK-CAS-TIPO (WRK-CAS-IDX)
              WHEN 'L'
                 MOVE 'CONTA LEQUE ENT/SAI'
                                      TO ARQCOA01-DES-ENQUADRAMENTO
              WHEN 'P'
                 MOVE 'CONTA DE PASSAGEM'
                                      TO ARQCOA01-DES-ENQUADRAMENTO
              WHEN 'N'
                 MOVE 'CONTA NOVA C/ VOLUME'
                                      TO ARQCOA01-DES-ENQUADRAMENTO
              WHEN OTHER
                 MOVE 'FRACIONAMENTO DEPOSITO'
                                      TO ARQCOA01-DES-ENQUADRAMENTO
           END-EVALUATE

           SET  WRK-CN-WRITE          TO TRUE
           SET  WRK-CN-ARQCOA01       TO TRUE

           IF WRK-FS-COA01-OK
              ADD 1 TO ACU-GRAVA-ARQCOA01
              ADD ARQCOA01-VAL-TOTAL  TO ACU-HASH-ARQCOA01
           ELSE
              MOVE WRK-FS-ARQCOA01    TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    REGISTRA O EXTRATO COAF NO REGISTRO DE ARQUIVOS ENVIADOS    *
      *    (QTDE DE REGISTROS E SOMA DOS VALORES TOTAIS), PARA A       *
      *    CONFERENCIA DA CONFIRMACAO DE RECEBIMENTO PELO EXER0618     *
      *----------------------------------------------------------------*
       3970-REGISTRAR-ENVIO SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE ARQTRM01-REGISTRO

           MOVE 'COA02105'             TO ARQTRM01-ID-ARQUIVO
           MOVE WRK-PROGRAMA           TO ARQTRM01-COD-PROGRAMA
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO ARQTRM01-DAT-GERACAO
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO ARQTRM01-HOR-GERACAO
           MOVE ACU-GRAVA-ARQCOA01     TO ARQTRM01-QTDE-REGS
           MOVE ACU-HASH-ARQCOA01      TO ARQTRM01-VAL-HASH
           SET ARQTRM01-AGUARDANDO     TO TRUE

           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQTRM01        TO TRUE
           OPEN EXTEND ARQTRM01

           IF NOT WRK-FS-TRM01-OK
              MOVE WRK-FS-ARQTRM01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-WRITE           TO TRUE
           WRITE FD-ARQTRM01 FROM ARQTRM01-REGISTRO

           IF NOT WRK-FS-TRM01-OK
              MOVE WRK-FS-ARQTRM01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQTRM01
           .
      *----------------------------------------------------------------*
       3970-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE GRAVACAO DO LOG DE AUDITORIA DE EXECUCAO          *
      *----------------------------------------------------------------*
       3980-GRAVAR-AUDITORIA SECTION.
       4000-FINALIZAR SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3970-REGISTRAR-ENVIO

           PERFORM 3980-GRAVAR-AUDITORIA

           SET  WRK-CN-CLOSE           TO TRUE
           DISPLAY '* QTDE DA JANELA EXPIRADA    : ' WRK-MASK-QTDE  '*'
           MOVE ACU-JANELA-NOVOS       TO WRK-MASK-QTDE
           DISPLAY '* QTDE NOVOS NA JANELA       : ' WRK-MASK-QTDE  '*'
           MOVE ACU-ESTORNOS-LIDOS     TO WRK-MASK-QTDE
           DISPLAY '* QTDE ESTORNOS DE DEPOSITO  : ' WRK-MASK-QTDE  '*'
           MOVE ACU-ESTORNOS-APLICADOS TO WRK-MASK-QTDE
           DISPLAY '* QTDE RETIRADOS DA JANELA   : ' WRK-MASK-QTDE  '*'
           MOVE ACU-CASOS-ABERTOS      TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE CASOS ABERTOS      : ' WRK-MASK-QTDE  '*'
           MOVE ACU-CASOS-ATUALIZADOS  TO WRK-MASK-QTDE
