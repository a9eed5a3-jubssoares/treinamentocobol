      *      ARQCRT01                                  CRT01116        *
      *      ARQSAI01 (RELATORIO)                      -               *
      *      ARQAUD01                                  AUD00105        *
      *      ARQCER01 (OPCIONAL)                       CER01118        *
      *      ARQTCE01 (OPCIONAL)                       TCE01118        *
      *----------------------------------------------------------------*
      *    ROTINAS.....:  CALE2000 / ERRO2000                          *
      *                                                                *

           SELECT ARQAUD01 ASSIGN      TO UT-S-ARQAUD01
                      FILE STATUS      IS WRK-FS-ARQAUD01.

           SELECT OPTIONAL ARQCER01 ASSIGN TO UT-S-ARQCER01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS FD-ARQCER01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQCER01.

           SELECT OPTIONAL ARQTCE01 ASSIGN TO UT-S-ARQTCE01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS SEQUENTIAL
                      RECORD KEY       IS FD-ARQTCE01-COD-CERTIF
                      FILE STATUS      IS WRK-FS-ARQTCE01.
      *
      *================================================================*
       DATA                            DIVISION.
      *
      *----------------------------------------------------------------*
      *    INPUT:     CADASTRO DE FUNCIONARIOS/DEPARTAMENTOS           *
      *               ORG. INDEXADA     -   LRECL = 206                *
      *----------------------------------------------------------------*

       FD  ARQENT01
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQENT01.
           05 FD-ARQENT01-COD-FUNCO   PIC 9(08).
           05 FILLER                  PIC X(198).

      *---------------------------------------------------------------*
      *   OUTPUT:     INTERFACE DE CARTAS DE RENOVACAO PARA A         *
      *               GRAFICA - ORG. SEQUENCIAL - LRECL = 168         *
      *---------------------------------------------------------------*

       FD  ARQCRT01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQCRT01             PIC X(168).

      *---------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DE CONTROLE DE CARTAS POR DEPTO       *
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQAUD01              PIC X(51).

      *---------------------------------------------------------------*
      *   INPUT:      CERTIFICACOES DOS FUNCIONARIOS (OPCIONAL)       *
      *               ORG. INDEXADA     -   LRECL = 50                *
      *---------------------------------------------------------------*

       FD  ARQCER01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQCER01.
           05 FD-ARQCER01-CHAVE.
              10 FD-ARQCER01-COD-FUNCO PIC 9(08).
              10 FD-ARQCER01-COD-CERTIF PIC X(04).
           05 FILLER                  PIC X(38).

      *---------------------------------------------------------------*
      *   INPUT:      CADASTRO DE TIPOS DE CERTIFICACAO (OPCIONAL)    *
      *               ORG. INDEXADA     -   LRECL = 200               *
      *---------------------------------------------------------------*

       FD  ARQTCE01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQTCE01.
           05 FD-ARQTCE01-COD-CERTIF  PIC X(04).
           05 FILLER                  PIC X(196).

      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
       77 ACU-FORA-JANELA         PIC  9(007) VALUE ZEROS.
       77 ACU-NAO-ATIVOS          PIC  9(007) VALUE ZEROS.
       77 ACU-DATA-INVALIDA       PIC  9(007) VALUE ZEROS.
       77 ACU-LIDOS-ARQCER01      PIC  9(007) VALUE ZEROS.
      *
       01 WRK-PARM-REGISTRO.
          05 WRK-PARM-DATA-REF    PIC  9(008) VALUE ZEROS.
       01 WRK-SW-DATA-CONTROLE    PIC  X(001) VALUE 'S'.
          88 WRK-DATA-VALIDA                  VALUE 'S'.
          88 WRK-DATA-INVALIDA                VALUE 'N'.
      *
      *----------------------------------------------------------------*
      *    CERTIFICACAO EM AVALIACAO: CADA REGISTRO DO ARQCER01 GERA   *
      *    SUA PROPRIA CARTA; SEM CERTIFICACOES CADASTRADAS VALE A     *
      *    DATA DE CONTROLE DO CADASTRO DE FUNCIONARIOS                *
      *----------------------------------------------------------------*
       77 WRK-DAT-CNTRL-AVAL      PIC  X(010) VALUE SPACES.
       77 WRK-COD-CERTIF-AVAL     PIC  X(004) VALUE SPACES.
       77 WRK-DES-CERTIF-AVAL     PIC  X(040) VALUE SPACES.
       77 WRK-QTDE-CERTIF-FUNCO   PIC  9(003) VALUE ZEROS.
       77 WRK-IDX-TCE             PIC  9(003) VALUE ZEROS.
       77 WRK-QTDE-TCE            PIC  9(003) VALUE ZEROS.
      *
       01 WRK-SW-CERTIF-DISPONIVEL PIC X(001) VALUE 'N'.
          88 WRK-CERTIF-DISPONIVEL            VALUE 'S'.
      *
       01 WRK-SW-FIM-CERTIF       PIC  X(001) VALUE 'N'.
          88 WRK-FIM-CERTIF                   VALUE 'S'.
      *
       01 WRK-TAB-TCE.
          05 WRK-TAB-TCE-OCR    OCCURS 50 TIMES.
             10 WRK-TAB-TCE-COD       PIC X(04) VALUE SPACES.
             10 WRK-TAB-TCE-DES       PIC X(40) VALUE SPACES.
      *
       77 WRK-IDX-DEPTO           PIC  9(003) VALUE ZEROS.
       77 WRK-QTDE-DEPTOS         PIC  9(003) VALUE ZEROS.
             88 WRK-FS-PARM-OK                VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
          05 WRK-FS-ARQCER01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CER01-OK               VALUE '00'.
             88 WRK-FS-CER01-FIM              VALUE '10'.
             88 WRK-FS-CER01-NAO-ENCONTRADO   VALUE '23'.
          05 WRK-FS-ARQTCE01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-TCE01-OK               VALUE '00'.
             88 WRK-FS-TCE01-FIM              VALUE '10'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQCRT01      VALUE 'ARQCRT01'.
          88 WRK-CN-ARQSAI01      VALUE 'ARQSAI01'.
          88 WRK-CN-ARQAUD01      VALUE 'ARQAUD01'.
          88 WRK-CN-ARQCER01      VALUE 'ARQCER01'.
          88 WRK-CN-ARQTCE01      VALUE 'ARQTCE01'.

       77 WRK-COMANDO             PIC  X(006) VALUE SPACES.
          88 WRK-CN-OPEN          VALUE 'OPEN  '.
          88 WRK-CN-CLOSE         VALUE 'CLOSE '.
          88 WRK-CN-READ          VALUE 'READ  '.
          88 WRK-CN-WRITE         VALUE 'WRITE '.
          88 WRK-CN-START         VALUE 'START '.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
           COPY ENT01105.
           COPY CRT01116.
           COPY AUD00105.
           COPY CER01118.
           COPY TCE01118.
           COPY 'I#CALE01'.
           COPY 'I#ERRO01'.

              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 1100-CARREGAR-TIPOS-CERTIF

           OPEN INPUT ARQCER01
           IF WRK-FS-CER01-OK
              SET WRK-CERTIF-DISPONIVEL TO TRUE
           END-IF

           PERFORM 3800-LER-CADASTRO
           .
      *----------------------------------------------------------------*
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE CARGA DA TABELA DE TIPOS DE CERTIFICACAO          *
      *    (DESCRICAO IMPRESSA NA CARTA - ARQTCE01 OPCIONAL)           *
      *----------------------------------------------------------------*
       1100-CARREGAR-TIPOS-CERTIF SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQTCE01

           IF WRK-FS-TCE01-OK
              PERFORM 1110-LER-TIPO-CERTIF

              PERFORM 1120-GUARDAR-TIPO-CERTIF
                 UNTIL NOT WRK-FS-TCE01-OK

              CLOSE ARQTCE01
           END-IF
           .
      *----------------------------------------------------------------*
       1100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1110-LER-TIPO-CERTIF SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQTCE01        TO TRUE

           READ ARQTCE01 INTO ARQTCE01-REGISTRO

           IF NOT WRK-FS-TCE01-OK AND NOT WRK-FS-TCE01-FIM
              MOVE WRK-FS-ARQTCE01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       1110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1120-GUARDAR-TIPO-CERTIF SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-QTDE-TCE LESS 50
              ADD 1 TO WRK-QTDE-TCE
              MOVE ARQTCE01-COD-CERTIF
                              TO WRK-TAB-TCE-COD (WRK-QTDE-TCE)
              MOVE ARQTCE01-DES-CERTIF
                              TO WRK-TAB-TCE-DES (WRK-QTDE-TCE)
           END-IF

           PERFORM 1110-LER-TIPO-CERTIF
           .
      *----------------------------------------------------------------*
       1120-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO CARTAO DE PARAMETROS (DATA-BASE E      *
      *    JANELA DE DIAS, AMBOS OPCIONAIS)                            *
      *----------------------------------------------------------------*
              WHEN NOT ARQENT01-FUNCO-ATIVO
                 ADD 1 TO ACU-NAO-ATIVOS
              WHEN OTHER
                 MOVE ZEROS            TO WRK-QTDE-CERTIF-FUNCO
                 IF WRK-CERTIF-DISPONIVEL
                    PERFORM 3200-TRATAR-CERTIFICACOES
                 END-IF
                 IF WRK-QTDE-CERTIF-FUNCO EQUAL ZEROS
                    MOVE ARQENT01-DAT-CNTRL TO WRK-DAT-CNTRL-AVAL
                    MOVE SPACES        TO WRK-COD-CERTIF-AVAL
                    MOVE 'DATA DE CONTROLE DO CADASTRO'
                                       TO WRK-DES-CERTIF-AVAL
                    PERFORM 3010-AVALIAR-DATA
                 END-IF
           END-EVALUATE

           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE AVALIACAO DE UMA DATA DE CONTROLE (CERTIFICACAO   *
      *    OU CADASTRO)                                                *
      *----------------------------------------------------------------*
       3010-AVALIAR-DATA SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3050-VALIDA-DATA-CONTROLE

           IF WRK-DATA-INVALIDA
              ADD 1 TO ACU-DATA-INVALIDA
           ELSE
              PERFORM 3100-AVALIAR-JANELA
           END-IF
           .
      *----------------------------------------------------------------*
       3010-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE VALIDACAO DA DATA DE CONTROLE (DD/MM/AAAA)        *
      *----------------------------------------------------------------*
       3050-VALIDA-DATA-CONTROLE SECTION.
      *
           MOVE 'S' TO WRK-SW-DATA-CONTROLE

           IF WRK-DAT-CNTRL-AVAL(1:2) NOT NUMERIC
              OR WRK-DAT-CNTRL-AVAL(4:2) NOT NUMERIC
              OR WRK-DAT-CNTRL-AVAL(7:4) NOT NUMERIC
              MOVE 'N' TO WRK-SW-DATA-CONTROLE
           ELSE
              MOVE WRK-DAT-CNTRL-AVAL(1:2) TO WRK-DIA
              MOVE WRK-DAT-CNTRL-AVAL(4:2) TO WRK-MES
              MOVE WRK-DAT-CNTRL-AVAL(7:4) TO WRK-ANO

              IF WRK-MES LESS 01 OR WRK-MES GREATER 12
                 OR WRK-DIA LESS 01 OR WRK-DIA GREATER 31
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DAS CERTIFICACOES DO FUNCIONARIO (START   *
      *    NA CHAVE FUNCIONARIO + LOW-VALUES E LEITURA SEQUENCIAL      *
      *    ENQUANTO FOR O MESMO FUNCIONARIO)                           *
      *----------------------------------------------------------------*
       3200-TRATAR-CERTIFICACOES SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-SW-FIM-CERTIF
           MOVE ARQENT01-COD-FUNCO     TO FD-ARQCER01-COD-FUNCO
           MOVE LOW-VALUES             TO FD-ARQCER01-COD-CERTIF

           SET  WRK-CN-START           TO TRUE
           SET  WRK-CN-ARQCER01        TO TRUE

           START ARQCER01 KEY NOT LESS FD-ARQCER01-CHAVE

           EVALUATE TRUE
              WHEN WRK-FS-CER01-OK
                 PERFORM 3210-LER-CERTIFICACAO
                 PERFORM 3220-TRATAR-CERTIFICACAO
                    UNTIL WRK-FIM-CERTIF
              WHEN WRK-FS-CER01-NAO-ENCONTRADO
                 CONTINUE
              WHEN OTHER
                 MOVE WRK-FS-ARQCER01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3210-LER-CERTIFICACAO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQCER01        TO TRUE

           READ ARQCER01 NEXT INTO ARQCER01-REGISTRO

           EVALUATE TRUE
              WHEN WRK-FS-CER01-OK
                 IF ARQCER01-COD-FUNCO NOT EQUAL ARQENT01-COD-FUNCO
                    SET WRK-FIM-CERTIF TO TRUE
                 ELSE
                    ADD 1 TO ACU-LIDOS-ARQCER01
                 END-IF
              WHEN WRK-FS-CER01-FIM
                 SET WRK-FIM-CERTIF    TO TRUE
              WHEN OTHER
                 MOVE WRK-FS-ARQCER01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE TRATAMENTO DE UMA CERTIFICACAO DO FUNCIONARIO     *
      *----------------------------------------------------------------*
       3220-TRATAR-CERTIFICACAO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-QTDE-CERTIF-FUNCO

           MOVE ARQCER01-DAT-CNTRL     TO WRK-DAT-CNTRL-AVAL
           MOVE ARQCER01-COD-CERTIF    TO WRK-COD-CERTIF-AVAL
           MOVE SPACES                 TO WRK-DES-CERTIF-AVAL

           MOVE 1 TO WRK-IDX-TCE

           PERFORM 3230-PROXIMO-TIPO-CERTIF
              UNTIL WRK-IDX-TCE GREATER WRK-QTDE-TCE
                 OR WRK-TAB-TCE-COD (WRK-IDX-TCE)
                                  EQUAL WRK-COD-CERTIF-AVAL

           IF WRK-IDX-TCE NOT GREATER WRK-QTDE-TCE
              MOVE WRK-TAB-TCE-DES (WRK-IDX-TCE)
                                       TO WRK-DES-CERTIF-AVAL
           END-IF

           PERFORM 3010-AVALIAR-DATA

           PERFORM 3210-LER-CERTIFICACAO
           .
      *----------------------------------------------------------------*
       3220-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3230-PROXIMO-TIPO-CERTIF SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-IDX-TCE
           .
      *----------------------------------------------------------------*
       3230-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE GRAVACAO DA CARTA E DA CONTAGEM POR DEPTO         *
      *----------------------------------------------------------------*
       3900-GRAVAR-CARTA SECTION.
           MOVE ARQENT01-NOM-FUNCO     TO ARQCRT01-NOM-FUNCO
           MOVE ARQENT01-NOM-ESCTO     TO ARQCRT01-NOM-ESCTO
           MOVE ARQENT01-COD-DEPTO     TO ARQCRT01-COD-DEPTO
           MOVE WRK-DAT-CNTRL-AVAL     TO ARQCRT01-DAT-CNTRL
           MOVE WRK-DATA-CORRENTE      TO ARQCRT01-DAT-GERACAO
           MOVE CALE01-QTDE-DIAS-PERIODO
                                        TO ARQCRT01-QTD-DIAS
           MOVE WRK-COD-CERTIF-AVAL    TO ARQCRT01-COD-CERTIF
           MOVE WRK-DES-CERTIF-AVAL    TO ARQCRT01-DES-CERTIF

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQCRT01        TO TRUE
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-CERTIF-DISPONIVEL
              CLOSE ARQCER01
           END-IF

           MOVE ACU-LIDOS-ARQENT01     TO WRK-MASK-QTDE
           DISPLAY '**************************************************'
           DISPLAY '* QTDE DE REGISTROS LIDOS    : ' WRK-MASK-QTDE  '*'
           MOVE ACU-GRAVA-ARQCRT01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE CARTAS GERADAS     : ' WRK-MASK-QTDE  '*'
           MOVE ACU-LIDOS-ARQCER01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE CERTIFICACOES LIDAS: ' WRK-MASK-QTDE  '*'
           MOVE ACU-FORA-JANELA        TO WRK-MASK-QTDE
           DISPLAY '* QTDE FORA DA JANELA        : ' WRK-MASK-QTDE  '*'
           MOVE ACU-NAO-ATIVOS         TO WRK-MASK-QTDE
