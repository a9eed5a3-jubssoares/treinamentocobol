      *                    CLASSIFICADAS POR CEP COM SEPARADORES DE    *
      *                    LOTE POR REGIAO POSTAL (1O DIGITO DO CEP),  *
      *                    COMO EXIGE O BIRO DE IMPRESSAO.             *
      *                    REGISTRA O ENVIO (QTDE DE REGISTROS E SOMA  *
      *                    DOS CEPS COMO TOTAL DE CONTROLE) NO         *
      *                    REGISTRO DE ARQUIVOS ENVIADOS (EXER0618).   *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQEND01                                  END04105        *
      *      ARQCLI01                                  SAI04105        *
      *      ARQSAI01                                  (ETIQUETAS)     *
      *      ARQTRM01 (REGISTRO DE ARQUIVOS ENVIADOS)  TRM06118        *
      *      ARQAUD01                                  AUD00105        *
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
           SELECT OPTIONAL ARQQLD01 ASSIGN TO UT-S-ARQQLD01
                      FILE STATUS      IS WRK-FS-ARQQLD01.

           SELECT OPTIONAL ARQTRM01 ASSIGN TO UT-S-ARQTRM01
                      FILE STATUS      IS WRK-FS-ARQTRM01.

           SELECT ARQAUD01 ASSIGN      TO UT-S-ARQAUD01
                      FILE STATUS      IS WRK-FS-ARQAUD01.

           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQQLD01             PIC X(052).

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
       77 ACU-SEM-NOME            PIC  9(007) VALUE ZEROS.
       77 ACU-ENDER-EXCEDENTES    PIC  9(007) VALUE ZEROS.
       77 ACU-ENDER-SUPRIMIDOS    PIC  9(007) VALUE ZEROS.
       77 ACU-GRAVA-ARQSAI01      PIC  9(009) VALUE ZEROS.
       77 ACU-HASH-ARQSAI01       PIC  9(015)V99 VALUE ZEROS.
       77 WRK-MASK-QTDE           PIC  ZZZ.ZZ9.
      *
      *----------------------------------------------------------------*
             88 WRK-FS-QLD01-OK               VALUE '00'.
             88 WRK-FS-QLD01-FIM              VALUE '10'.
             88 WRK-FS-QLD01-INEXISTENTE      VALUE '05' '35'.
          05 WRK-FS-ARQTRM01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-TRM01-OK               VALUE '00' '05'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.
          88 WRK-CN-ARQCLI01      VALUE 'ARQCLI01'.
          88 WRK-CN-ARQSAI01      VALUE 'ARQSAI01'.
          88 WRK-CN-ARQQLD01      VALUE 'ARQQLD01'.
          88 WRK-CN-ARQTRM01      VALUE 'ARQTRM01'.
          88 WRK-CN-ARQAUD01      VALUE 'ARQAUD01'.

       77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
      *----------------------------------------------------------------*
      *
           COPY QLD04105.
           COPY TRM06118.
           COPY AUD00105.

      *----------------------------------------------------------------*
           MOVE SD-MUNICIPIO           TO WRK-CID-MUNICIPIO
           MOVE SD-UF                  TO WRK-CID-UF
           MOVE SD-CHAVE-CEP           TO WRK-CID-CEP
           ADD SD-CHAVE-CEP            TO ACU-HASH-ARQSAI01
           MOVE WRK-LINHA-CIDADE       TO WRK-LINHA-ETIQUETA
           PERFORM 3910-GRAVAR-LINHA

              MOVE WRK-FS-ARQSAI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1 TO ACU-GRAVA-ARQSAI01
           .
      *----------------------------------------------------------------*
       3910-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    REGISTRA O ARQUIVO DE ETIQUETAS NO REGISTRO DE ARQUIVOS     *
      *    ENVIADOS (QTDE DE REGISTROS E SOMA DOS CEPS), PARA A        *
      *    CONFERENCIA DA CONFIRMACAO DO BIRO PELO EXER0618            *
      *----------------------------------------------------------------*
       3970-REGISTRAR-ENVIO SECTION.
      *----------------------------------------------------------------*

           INITIALIZE ARQTRM01-REGISTRO

           MOVE 'ETQ04407'             TO ARQTRM01-ID-ARQUIVO
           MOVE WRK-PROGRAMA           TO ARQTRM01-COD-PROGRAMA
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO ARQTRM01-DAT-GERACAO
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO ARQTRM01-HOR-GERACAO
           MOVE ACU-GRAVA-ARQSAI01     TO ARQTRM01-QTDE-REGS
           MOVE ACU-HASH-ARQSAI01      TO ARQTRM01-VAL-HASH
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

           PERFORM 3970-REGISTRAR-ENVIO

           PERFORM 3980-GRAVAR-AUDITORIA

           SET  WRK-CN-CLOSE           TO TRUE
