      *                    PRESENTE. COMPANHEIRO DE FIM DE ANO DO      *
      *                    EXTRATO EXER0206, MAIS O CONTROLE TOTAL DE  *
      *                    RECOLHIMENTO DO ANO.                        *
      *                    EM CONTA CONJUNTA (TIT02226) OS JUROS E O   *
      *                    IRRF DE CADA CREDITO SAO RATEADOS EM PARTES *
      *                    IGUAIS ENTRE OS TITULARES VIGENTES NA DATA  *
      *                    DO CREDITO; OS CENTAVOS DE SOBRA FICAM COM  *
      *                    O TITULAR PRINCIPAL.                        *
      *                    O ARQUIVO INCLUI AS RETENCOES DA LIQUIDACAO *
      *                    DOS CDB (EXER0228), INFORMADAS JUNTO COM OS *
      *                    JUROS DA CONTA DO CPF.                      *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQIRF01 (ACUMULATIVO DO ANO)             IRF02105        *
      *      ARQCLI01 (CADASTRO, OPCIONAL)             CLI02105        *
      *      ARQTIT01 (TITULARES, OPCIONAL)            TIT02226        *
      *      ARQSAI01 (INFORME)                        -               *
      *      ARQAUD01                                  AUD00105        *
      *----------------------------------------------------------------*
                      RECORD KEY       IS FD-ARQCLI01-CPF
                      FILE STATUS      IS WRK-FS-ARQCLI01.

           SELECT OPTIONAL ARQTIT01 ASSIGN TO UT-S-ARQTIT01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS FD-ARQTIT01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQTIT01.

           SELECT ARQSAI01 ASSIGN      TO UT-S-ARQSAI01
                      FILE STATUS      IS WRK-FS-ARQSAI01.

           05 FD-ARQCLI01-CPF         PIC 9(11).
           05 FILLER                  PIC X(45).

      *---------------------------------------------------------------*
      *   INPUT:      CADASTRO DE TITULARES DE CONTA (OPCIONAL)       *
      *               ORG. INDEXADA     -   LRECL = 050               *
      *---------------------------------------------------------------*

       FD  ARQTIT01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQTIT01.
           05 FD-ARQTIT01-CHAVE.
              10 FD-ARQTIT01-CONTA    PIC X(15).
              10 FD-ARQTIT01-CPF-TITULAR
                                      PIC X(11).
           05 FILLER                  PIC X(24).

      *---------------------------------------------------------------*
      *   OUTPUT:     INFORME ANUAL DE RENDIMENTOS                    *
      *               ORG. SEQUENCIAL   -   LRECL = 132               *
           03 ACU-FORA-DO-ANO        PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI01     PIC 9(007) VALUE ZEROS.
           03 ACU-CPFS-INFORMADOS    PIC 9(007) VALUE ZEROS.
           03 ACU-CREDITOS-RATEADOS  PIC 9(007) VALUE ZEROS.
      *
       77 WRK-TOT-JUROS-ANO       PIC S9(015)V99 COMP-3 VALUE +0.
       77 WRK-TOT-IRRF-ANO        PIC S9(015)V99 COMP-3 VALUE +0.
          88 WRK-CADASTRO-CLI-PRESENTE        VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    RATEIO DO CREDITO ENTRE OS TITULARES DA CONTA (TIT02226):   *
      *    PARTES IGUAIS TRUNCADAS, SOBRA PARA O TITULAR PRINCIPAL     *
      *----------------------------------------------------------------*
       01 WRK-SW-CADASTRO-TIT     PIC  X(001) VALUE 'N'.
          88 WRK-CADASTRO-TIT-PRESENTE        VALUE 'S'.
      *
       01 WRK-SW-FIM-TIT          PIC  X(001) VALUE 'N'.
          88 WRK-FIM-TITULARES                VALUE 'S'.
          88 WRK-NAO-FIM-TITULARES            VALUE 'N'.
      *
       01 WRK-TIT-CONTA.
          05 WRK-TIT-CPF          PIC  9(011) VALUE ZEROS.
          05 WRK-TIT-NUM-CONTA    PIC  9(004) VALUE ZEROS.
      *
       77 WRK-RAT-QTDE            PIC  9(002) VALUE ZEROS.
       77 WRK-RAT-IDX             PIC  9(002) VALUE ZEROS.
       77 WRK-RAT-IDX-PRINCIPAL   PIC  9(002) VALUE ZEROS.
       77 WRK-RAT-PARTE-JUROS     PIC S9(015)V99 COMP-3 VALUE +0.
       77 WRK-RAT-PARTE-IRRF      PIC S9(015)V99 COMP-3 VALUE +0.
      *
       01 WRK-RAT-TABELA.
          05 WRK-RAT-LINHA        OCCURS 10 TIMES.
             10 WRK-RAT-CPF       PIC 9(011).
             10 WRK-RAT-JUROS     PIC S9(015)V99 COMP-3.
             10 WRK-RAT-IRRF      PIC S9(015)V99 COMP-3.
      *
      *----------------------------------------------------------------*
      *    TABELA DE TOTAIS POR CPF X MOEDA (ORDEM DE PRIMEIRA         *
      *    OCORRENCIA; NA IMPRESSAO AS CELULAS DO CPF SAO VARRIDAS E   *
      *    MARCADAS COMO IMPRESSAS)                                    *
          05 WRK-FS-ARQCLI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CLI01-OK               VALUE '00'.
             88 WRK-FS-CLI01-NAO-ENCONTRADO VALUE '23'.
          05 WRK-FS-ARQTIT01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-TIT01-OK               VALUE '00'.
             88 WRK-FS-TIT01-FIM              VALUE '10'.
             88 WRK-FS-TIT01-NAO-ENCONTRADO   VALUE '23'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK               VALUE '00'.
          05 WRK-FS-ARQPARM       PIC  X(002) VALUE SPACES.
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQIRF01      VALUE 'ARQIRF01'.
          88 WRK-CN-ARQCLI01      VALUE 'ARQCLI01'.
          88 WRK-CN-ARQTIT01      VALUE 'ARQTIT01'.
          88 WRK-CN-ARQSAI01      VALUE 'ARQSAI01'.
          88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
          88 WRK-CN-ARQAUD01      VALUE 'ARQAUD01'.
          88 WRK-CN-CLOSE         VALUE 'CLOSE '.
          88 WRK-CN-READ          VALUE 'READ  '.
          88 WRK-CN-WRITE         VALUE 'WRITE '.
          88 WRK-CN-START         VALUE 'START '.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
      *
           COPY IRF02105.
           COPY CLI02105.
           COPY TIT02226.
           COPY AUD00105.
           COPY 'I#ERRO01'.

              SET WRK-CADASTRO-CLI-PRESENTE TO TRUE
           END-IF

           SET  WRK-CN-ARQTIT01        TO TRUE
           OPEN INPUT ARQTIT01

           IF WRK-FS-TIT01-OK
              SET WRK-CADASTRO-TIT-PRESENTE TO TRUE
           END-IF

           SET  WRK-CN-ARQSAI01        TO TRUE
           OPEN OUTPUT ARQSAI01

      *----------------------------------------------------------------*
      *
           IF ARQIRF01-DAT-CREDITO (1:4) EQUAL WRK-PARM-ANO
              PERFORM 3050-RATEAR-TITULARES

              PERFORM 3100-ACUMULAR-CELULA
                 VARYING WRK-RAT-IDX FROM 1 BY 1
                 UNTIL WRK-RAT-IDX GREATER WRK-RAT-QTDE

              ADD ARQIRF01-VAL-JUROS-BRUTO TO WRK-TOT-JUROS-ANO
              ADD ARQIRF01-VAL-IRRF        TO WRK-TOT-IRRF-ANO
           ELSE
              ADD 1 TO ACU-FORA-DO-ANO
           END-IF
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    MONTA A TABELA DE RATEIO DO CREDITO: TITULARES DA CONTA     *
      *    VIGENTES NA DATA DO CREDITO (CONTA SEM TITULARES CADASTRA-  *
      *    DOS E INDIVIDUAL: O PROPRIO CPF DO CREDITO FICA COM TUDO)   *
      *----------------------------------------------------------------*
       3050-RATEAR-TITULARES SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-RAT-QTDE
                                          WRK-RAT-IDX-PRINCIPAL

           IF WRK-CADASTRO-TIT-PRESENTE
              MOVE ARQIRF01-CPF        TO WRK-TIT-CPF
              MOVE ARQIRF01-NUM-CONTA  TO WRK-TIT-NUM-CONTA
              MOVE WRK-TIT-CONTA       TO FD-ARQTIT01-CONTA
              MOVE LOW-VALUES          TO FD-ARQTIT01-CPF-TITULAR

              SET  WRK-CN-START        TO TRUE
              SET  WRK-CN-ARQTIT01     TO TRUE

              START ARQTIT01 KEY NOT LESS FD-ARQTIT01-CHAVE

              EVALUATE TRUE
                 WHEN WRK-FS-TIT01-OK
                    SET WRK-NAO-FIM-TITULARES TO TRUE
                    PERFORM 3060-LER-TITULAR
                       UNTIL WRK-FIM-TITULARES
                 WHEN WRK-FS-TIT01-NAO-ENCONTRADO
                    CONTINUE
                 WHEN OTHER
                    MOVE WRK-FS-ARQTIT01 TO WRK-FS-DISPLAY
                    PERFORM 9100-ERROS-ARQUIVOS
              END-EVALUATE
           END-IF

           IF WRK-RAT-QTDE EQUAL ZEROS
              MOVE 1                   TO WRK-RAT-QTDE
              MOVE ARQIRF01-CPF        TO WRK-RAT-CPF (1)
           ELSE
              IF WRK-RAT-QTDE GREATER 1
                 ADD 1 TO ACU-CREDITOS-RATEADOS
              END-IF
           END-IF

           IF WRK-RAT-IDX-PRINCIPAL EQUAL ZEROS
              MOVE 1                   TO WRK-RAT-IDX-PRINCIPAL
           END-IF

           COMPUTE WRK-RAT-PARTE-JUROS =
                   ARQIRF01-VAL-JUROS-BRUTO / WRK-RAT-QTDE
           COMPUTE WRK-RAT-PARTE-IRRF =
                   ARQIRF01-VAL-IRRF / WRK-RAT-QTDE

           PERFORM 3070-DISTRIBUIR-PARTE
              VARYING WRK-RAT-IDX FROM 1 BY 1
              UNTIL WRK-RAT-IDX GREATER WRK-RAT-QTDE

           COMPUTE WRK-RAT-JUROS (WRK-RAT-IDX-PRINCIPAL) =
                   WRK-RAT-JUROS (WRK-RAT-IDX-PRINCIPAL) +
                   ARQIRF01-VAL-JUROS-BRUTO -
                   (WRK-RAT-PARTE-JUROS * WRK-RAT-QTDE)
           COMPUTE WRK-RAT-IRRF (WRK-RAT-IDX-PRINCIPAL) =
                   WRK-RAT-IRRF (WRK-RAT-IDX-PRINCIPAL) +
                   ARQIRF01-VAL-IRRF -
                   (WRK-RAT-PARTE-IRRF * WRK-RAT-QTDE)
           .
      *----------------------------------------------------------------*
       3050-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LE O PROXIMO TITULAR DA CONTA E O GUARDA NA TABELA DE       *
      *    RATEIO SE ESTAVA VIGENTE NA DATA DO CREDITO                 *
      *----------------------------------------------------------------*
       3060-LER-TITULAR SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQTIT01        TO TRUE

           READ ARQTIT01 NEXT          INTO ARQTIT01-REGISTRO

           IF WRK-FS-TIT01-FIM
              SET WRK-FIM-TITULARES    TO TRUE
              GO TO 3060-99-FIM
           END-IF

           IF NOT WRK-FS-TIT01-OK
              MOVE WRK-FS-ARQTIT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF ARQTIT01-CONTA NOT EQUAL WRK-TIT-CONTA
              SET WRK-FIM-TITULARES    TO TRUE
              GO TO 3060-99-FIM
           END-IF

           IF ARQTIT01-DAT-INCLUSAO GREATER ARQIRF01-DAT-CREDITO
              GO TO 3060-99-FIM
           END-IF

           IF ARQTIT01-TITULAR-EXCLUIDO
              AND ARQTIT01-DAT-EXCLUSAO NOT GREATER
                  ARQIRF01-DAT-CREDITO
              GO TO 3060-99-FIM
           END-IF

           IF WRK-RAT-QTDE NOT LESS 10
              DISPLAY '* ATENCAO: CONTA COM MAIS DE 10 TITULARES '
                      WRK-TIT-CONTA
              GO TO 3060-99-FIM
           END-IF

           ADD 1 TO WRK-RAT-QTDE
           MOVE ARQTIT01-CPF-TITULAR   TO WRK-RAT-CPF (WRK-RAT-QTDE)

           IF ARQTIT01-TITULAR-PRINCIPAL
              MOVE WRK-RAT-QTDE        TO WRK-RAT-IDX-PRINCIPAL
           END-IF
           .
      *----------------------------------------------------------------*
       3060-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3070-DISTRIBUIR-PARTE SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-RAT-PARTE-JUROS    TO WRK-RAT-JUROS (WRK-RAT-IDX)
           MOVE WRK-RAT-PARTE-IRRF     TO WRK-RAT-IRRF (WRK-RAT-IDX)
           .
      *----------------------------------------------------------------*
       3070-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3100-ACUMULAR-CELULA SECTION.
      *----------------------------------------------------------------*
                 OR WRK-INF-ACHADO

           IF WRK-INF-ACHADO
              ADD WRK-RAT-JUROS (WRK-RAT-IDX)
                 TO WRK-INF-JUROS (WRK-INF-IDX-ACHADO)
              ADD WRK-RAT-IRRF (WRK-RAT-IDX)
                 TO WRK-INF-IRRF (WRK-INF-IDX-ACHADO)
           ELSE
              IF WRK-INF-QTDE LESS 3000
                 ADD 1 TO WRK-INF-QTDE
                 MOVE WRK-RAT-CPF (WRK-RAT-IDX)
                                       TO WRK-INF-CPF (WRK-INF-QTDE)
                 MOVE ARQIRF01-COD-MOEDA
                                       TO WRK-INF-MOEDA (WRK-INF-QTDE)
                 MOVE WRK-RAT-JUROS (WRK-RAT-IDX)
                                       TO WRK-INF-JUROS (WRK-INF-QTDE)
                 MOVE WRK-RAT-IRRF (WRK-RAT-IDX)
                                       TO WRK-INF-IRRF (WRK-INF-QTDE)
                 MOVE 'N'              TO WRK-INF-SW-IMPRESSA
                                          (WRK-INF-QTDE)
                 DISPLAY '* ATENCAO: TABELA DO INFORME CHEIA (3000)'
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
       3150-TESTAR-CELULA SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-INF-CPF (WRK-INF-IDX) EQUAL WRK-RAT-CPF (WRK-RAT-IDX)
              AND WRK-INF-MOEDA (WRK-INF-IDX) EQUAL
                  ARQIRF01-COD-MOEDA
              SET WRK-INF-ACHADO       TO TRUE
              CLOSE ARQCLI01
           END-IF

           IF WRK-CADASTRO-TIT-PRESENTE
              SET  WRK-CN-ARQTIT01     TO TRUE
              CLOSE ARQTIT01
           END-IF

           SET  WRK-CN-ARQSAI01        TO TRUE
           CLOSE ARQSAI01
           IF NOT WRK-FS-SAI01-OK
           DISPLAY '* QTDE FORA DO ANO           : ' WRK-MASK-QTDE  '*'
           MOVE ACU-CPFS-INFORMADOS    TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE CPFS NO INFORME    : ' WRK-MASK-QTDE  '*'
           MOVE ACU-CREDITOS-RATEADOS  TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE CREDITOS RATEADOS  : ' WRK-MASK-QTDE  '*'
           MOVE ACU-GRAVA-ARQSAI01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE LINHAS DO INFORME  : ' WRK-MASK-QTDE  '*'
           DISPLAY '*                                                *'
