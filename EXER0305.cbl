      *      ARQSAI06                                  ALR03105        *
      *      ARQSAI07                                  LED03105        *
      *      ARQSAI09                                  ENT03105        *
      *      ARQAGE01 (VIA AGEN2000)                   AGE02241        *
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
      *      AGEN2000 - NOME DA AGENCIA NO AGING POR AGENCIA           *
      *================================================================*
      *                                                                *
      *================================================================*
              '      91-120         '.
           05 FILLER              PIC X(021) VALUE
              '     ACIMA 120       '.
           05 FILLER              PIC X(011) VALUE SPACES.
           05 FILLER              PIC X(012) VALUE 'AGENCIA'.

        01 WRK-AGE-DETALHE.
           05 WRK-AGE-DET-AG      PIC 9(003).
              10 FILLER           PIC X(001) VALUE SPACES.
              10 WRK-AGE-DET-TOT  PIC Z.ZZZ.ZZZ.ZZ9,99.
              10 FILLER           PIC X(001) VALUE SPACES.
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WRK-AGE-DET-NOME    PIC X(012) VALUE SPACES.

        77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.             
           88 WRK-CN-ARQENT01      VALUE 'ARQENT01'.    
           88 WRK-CN-ARQAUD01      VALUE 'ARQAUD01'.
           88 WRK-CN-ARQREG01      VALUE 'ARQREG01'.
           88 WRK-CN-ARQBLQ01      VALUE 'ARQBLQ01'.
           88 WRK-CN-ARQAGE01      VALUE 'ARQAGE01'.

        77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
           88 WRK-CN-OPEN          VALUE 'OPEN '.

        77  WRK-CALE2000            PIC  X(008) VALUE 'CALE2000'.

      *----------------------------------------------------------------*
       01  FILLER                   PIC  X(050)         VALUE
           '* AREA DE COMUNICACAO COM AGEN2000 *'.
      *----------------------------------------------------------------*

        77  WRK-AGEN2000            PIC  X(008) VALUE 'AGEN2000'.

      *----------------------------------------------------------------*
      *    AREA DO ENVELOPE DE TRANSMISSAO DO MOVIMENTO (ARQENT02) E   *
      *    DO REGISTRO DE ARQUIVOS PROCESSADOS                         *
       COPY BLQ02105.
       COPY BXA03105.
       COPY 'I#CALE01'.
       COPY 'I#AGEN01'.
      
      *----------------------------------------------------------------*
        01 FILLER                  PIC  X(050) VALUE                     
                    PERFORM 3550-APLICAR-ESTORNO
                 WHEN ARQENT02-MOV-RENEGOCIACAO
                    PERFORM 3560-APLICAR-RENEGOCIACAO
      * AMORTIZACAO EXTRAORDINARIA E ANTECIPACAO VOLUNTARIA: ENTRA NO
      * VALOR PAGO SEM MULTA (O NOVO CRONOGRAMA E GERADO NO EXER0308)
                 WHEN ARQENT02-MOV-AMORTIZACAO
                    MOVE ZEROS            TO WRK-VAL-MULTA
                    PERFORM 3100-MONTA-SAIDA1
                    PERFORM 3910-GRAVA-SAIDA1
                    SET WRK-CLI-JA-PAGOU  TO TRUE
                    ADD ARQENT02-VAL-PAGO TO WRK-ACU-VAL-PAGO-EMP
                    MOVE ARQENT02-DAT-PAGTO TO WRK-DAT-ULT-PAGTO-EMP
                 WHEN OTHER
                    PERFORM 3500-CALCULA-QTDE-DIAS
                    SET WRK-CLI-JA-PAGOU  TO TRUE
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
       3697-CONSULTAR-AGENCIA          SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE AGEN01-REGISTRO
           MOVE 'I#AGEN01'             TO AGEN01-ID-BLOCO
           SET AGEN01-CONSULTAR        TO TRUE
           MOVE WRK-AGE-AGENCIA (WRK-AGE-IDX)
                                       TO AGEN01-COD-AGENCIA

           CALL WRK-AGEN2000           USING AGEN01-REGISTRO

           IF AGEN01-ERRO-CADASTRO
              SET WRK-CN-READ          TO TRUE
              SET WRK-CN-ARQAGE01      TO TRUE
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
      *    CARREGA EM MEMORIA O CALENDARIO DE FERIADOS (OPCIONAL)      *
      *----------------------------------------------------------------*
       3740-CARREGAR-FERIADOS          SECTION.

            PERFORM 3690-GRAVAR-AGING

            SET AGEN01-FECHAR           TO TRUE
            CALL WRK-AGEN2000           USING AGEN01-REGISTRO

            PERFORM 3840-CONCILIAR-CANAIS

            PERFORM 3730-FECHAR-ENVELOPE
