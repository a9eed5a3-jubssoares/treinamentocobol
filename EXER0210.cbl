      *                    DEPOSITO NO LAYOUT ENT02105 POR POSICAO     *
      *                    COM SALDO POSITIVO, PARA CONCATENACAO NO    *
      *                    MOVIMENTO DO MES SEGUINTE, COM RELATORIO    *
      *                    DE JUROS CREDITADOS POR MOEDA E OS          *
      *                    LANCAMENTOS CONTABEIS DE JUROS E DE IRRF    *
      *                    POR MOEDA (CTB02105) PARA O CONSOLIDADOR    *
      *                    CONTABIL (EXER0247).                        *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQLAN01                                  ENT02105        *
      *      ARQIRF01 (IRRF RETIDO, ACUMULATIVO)       IRF02105        *
      *      ARQSAI01                                  (RELATORIO)     *
      *      ARQCTB01 (LANCAMENTOS CONTABEIS)          CTB02105        *
      *      ARQAUD01                                  AUD00105        *
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
           SELECT ARQSAI01 ASSIGN      TO UT-S-ARQSAI01
                      FILE STATUS      IS WRK-FS-ARQSAI01.

           SELECT ARQCTB01 ASSIGN      TO UT-S-ARQCTB01
                      FILE STATUS      IS WRK-FS-ARQCTB01.

           SELECT ARQPARM ASSIGN       TO UT-S-ARQPARM
                      FILE STATUS      IS WRK-FS-ARQPARM.

           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI01             PIC X(080).

      *---------------------------------------------------------------*
      *   OUTPUT:     LANCAMENTOS CONTABEIS DE JUROS E IRRF POR MOEDA *
      *               ORG. SEQUENCIAL   -   LRECL = 049               *
      *---------------------------------------------------------------*

       FD  ARQCTB01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQCTB01             PIC X(049).

      *---------------------------------------------------------------*
      *   INPUT:      CARTAO DE PARAMETROS (DATA E TAXA)              *
      *               ORG. SEQUENCIAL   -   LRECL = 80                *
       77 WRK-VAL-JUROS-LIQUIDO   PIC S9(015)V99 COMP-3 VALUE +0.
       77 WRK-ALIQUOTA-IRRF       PIC  9(003)V9(004) VALUE 022,5000.
       77 ACU-RETENCOES           PIC  9(007) VALUE ZEROS.
       77 ACU-GRAVA-ARQCTB01      PIC  9(007) VALUE ZEROS.
      *
       01 WRK-PARM-REGISTRO.
          05 WRK-PARM-DAT-LANCAMENTO PIC 9(008) VALUE ZEROS.
             88 WRK-FS-IRF01-OK               VALUE '00'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK               VALUE '00'.
          05 WRK-FS-ARQCTB01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CTB01-OK               VALUE '00'.
          05 WRK-FS-ARQPARM       PIC  X(002) VALUE SPACES.
             88 WRK-FS-PARM-OK                VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
          88 WRK-CN-ARQPSD01      VALUE 'ARQPSD01'.
          88 WRK-CN-ARQIRF01      VALUE 'ARQIRF01'.
          88 WRK-CN-ARQSAI01      VALUE 'ARQSAI01'.
          88 WRK-CN-ARQCTB01      VALUE 'ARQCTB01'.
          88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
          88 WRK-CN-ARQAUD01      VALUE 'ARQAUD01'.

           COPY PSD02105.
           COPY IRF02105.
           COPY ENT02105.
           COPY CTB02105.
           COPY AUD00105.

      *----------------------------------------------------------------*
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
      *    ROTINA DE GRAVACAO DOS LANCAMENTOS CONTABEIS POR MOEDA:     *
      *    JUROS CREDITADOS (DESPESA, 'JUROSCRD') E IRRF RETIDO        *
      *    (OBRIGACAO, 'IRRFRET '), NA MOEDA DA POSICAO                *
      *----------------------------------------------------------------*
       3960-GRAVAR-CONTABIL SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-JUR-VAL-TOTAL (WRK-JUR-IDX) GREATER ZEROS
              INITIALIZE ARQCTB01-REGISTRO
              MOVE WRK-DAT-LANCAMENTO  TO ARQCTB01-DAT-LANCAMENTO
              MOVE 'JUROSCRD'          TO ARQCTB01-COD-EVENTO
              MOVE WRK-JUR-COD-MOEDA (WRK-JUR-IDX)
                                       TO ARQCTB01-COD-MOEDA
              MOVE 'D'                 TO ARQCTB01-NATUREZA
              MOVE WRK-JUR-VAL-TOTAL (WRK-JUR-IDX)
                                       TO ARQCTB01-VAL-LANCAMENTO
              MOVE 'JUROS CREDITADOS'  TO ARQCTB01-DES-HISTORICO
              PERFORM 3965-GRAVAR-CTB
           END-IF

           IF WRK-JUR-VAL-IRRF (WRK-JUR-IDX) GREATER ZEROS
              INITIALIZE ARQCTB01-REGISTRO
              MOVE WRK-DAT-LANCAMENTO  TO ARQCTB01-DAT-LANCAMENTO
              MOVE 'IRRFRET '          TO ARQCTB01-COD-EVENTO
              MOVE WRK-JUR-COD-MOEDA (WRK-JUR-IDX)
                                       TO ARQCTB01-COD-MOEDA
              MOVE 'C'                 TO ARQCTB01-NATUREZA
              MOVE WRK-JUR-VAL-IRRF (WRK-JUR-IDX)
                                       TO ARQCTB01-VAL-LANCAMENTO
              MOVE 'IRRF RETIDO S/JUROS'
                                       TO ARQCTB01-DES-HISTORICO
              PERFORM 3965-GRAVAR-CTB
           END-IF
           .
      *----------------------------------------------------------------*
       3960-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3965-GRAVAR-CTB SECTION.
      *----------------------------------------------------------------*
      *
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
       3965-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE GRAVACAO DO LOG DE AUDITORIA DE EXECUCAO          *
      *----------------------------------------------------------------*
       3980-GRAVAR-AUDITORIA SECTION.
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3960-GRAVAR-CONTABIL
               VARYING WRK-JUR-IDX FROM 1 BY 1
               UNTIL WRK-JUR-IDX GREATER WRK-JUR-QTDE-MOEDAS

           PERFORM 3980-GRAVAR-AUDITORIA

           SET  WRK-CN-CLOSE           TO TRUE
                 ARQLAN01
                 ARQIRF01
                 ARQSAI01
                 ARQCTB01
                 ARQAUD01

           MOVE ACU-LIDOS              TO WRK-MASK-QTDE
           DISPLAY '* QTDE SEM JUROS (SALDO<=0)  : ' WRK-MASK-QTDE '*'
           MOVE ACU-RETENCOES          TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE RETENCOES DE IRRF  : ' WRK-MASK-QTDE '*'
           MOVE ACU-GRAVA-ARQCTB01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE LANCAMENTOS CONTABEIS : ' WRK-MASK-QTDE '*'
           DISPLAY '*                                                *'
           DISPLAY '* ' WRK-PROGRAMA ' FIM NORMAL                    *'
           DISPLAY '**************************************************'
