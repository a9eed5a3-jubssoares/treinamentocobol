      *                    SUBTOTAIS ROLADOS PELA HIERARQUIA DO        *
      *                    CADASTRO DE DEPARTAMENTOS (DIRETORIA E      *
      *                    TOTAL GERAL), PARA PLANEJAMENTO DAS         *
      *                    CAMPANHAS DE RENOVACAO. CADA CERTIFICACAO   *
      *                    DO FUNCIONARIO (ARQCER01) E PROJETADA PELA  *
      *                    SUA PROPRIA DATA; SEM CERTIFICACOES VALE A  *
      *                    DATA DE CONTROLE DO CADASTRO.               *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQDEP01 (OPCIONAL, HIERARQUIA)           DEP01106        *
      *      ARQSAI01                                  SAI01107        *
      *      ARQAUD01                                  AUD00105        *
      *      ARQCER01 (OPCIONAL)                       CER01118        *
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
      *                                                                *

           SELECT ARQAUD01 ASSIGN      TO UT-S-ARQAUD01
                      FILE STATUS      IS WRK-FS-ARQAUD01.

           SELECT OPTIONAL ARQCER01 ASSIGN TO UT-S-ARQCER01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS FD-ARQCER01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQCER01.
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
      *   INPUT:      CADASTRO DE REFERENCIA DE DEPARTAMENTOS         *
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

      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
       77 ACU-FORA-HORIZONTE      PIC  9(005) VALUE ZEROS.
       77 ACU-DATA-INVALIDA       PIC  9(005) VALUE ZEROS.
       77 ACU-NAO-ATIVOS          PIC  9(005) VALUE ZEROS.
       77 ACU-LIDOS-ARQCER01      PIC  9(005) VALUE ZEROS.
       01 WRK-DATA-CORRENTE       PIC  9(008) VALUE ZEROS.
       01 WRK-DATA-CORRENTE-R     REDEFINES WRK-DATA-CORRENTE.
          05 WRK-DATA-CORR-ANO    PIC  9(004).
       01 WRK-SW-DATA-CONTROLE    PIC  X(001) VALUE 'S'.
          88 WRK-DATA-VALIDA                  VALUE 'S'.
          88 WRK-DATA-INVALIDA                VALUE 'N'.
      *
       77 WRK-DAT-CNTRL-AVAL      PIC  X(010) VALUE SPACES.
       77 WRK-QTDE-CERTIF-FUNCO   PIC  9(003) VALUE ZEROS.
      *
       01 WRK-SW-CERTIF-DISPONIVEL PIC X(001) VALUE 'N'.
          88 WRK-CERTIF-DISPONIVEL            VALUE 'S'.
      *
       01 WRK-SW-FIM-CERTIF       PIC  X(001) VALUE 'N'.
          88 WRK-FIM-CERTIF                   VALUE 'S'.
      *
       77 WRK-QTDE-DEPTOS         PIC  9(003) VALUE ZEROS.
       77 WRK-IDX-DEPTO           PIC  9(003) VALUE ZEROS.
             88 WRK-FS-PARM-OK                VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
          05 WRK-FS-ARQCER01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CER01-OK               VALUE '00'.
             88 WRK-FS-CER01-FIM              VALUE '10'.
             88 WRK-FS-CER01-NAO-ENCONTRADO   VALUE '23'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQDEP01      VALUE 'ARQDEP01'.
          88 WRK-CN-ARQSAI01      VALUE 'ARQSAI01'.
          88 WRK-CN-ARQAUD01      VALUE 'ARQAUD01'.
          88 WRK-CN-ARQCER01      VALUE 'ARQCER01'.

       77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
          88 WRK-CN-OPEN          VALUE 'OPEN '.
          88 WRK-CN-CLOSE         VALUE 'CLOSE'.
          88 WRK-CN-READ          VALUE 'READ '.
          88 WRK-CN-WRITE         VALUE 'WRITE'.
          88 WRK-CN-START         VALUE 'START'.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
           COPY DEP01106.
           COPY SAI01107.
           COPY AUD00105.
           COPY CER01118.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
              SET WRK-DEPTO-MASTER-OK  TO TRUE
           END-IF

           SET  WRK-CN-ARQCER01        TO TRUE
           OPEN INPUT ARQCER01

           IF WRK-FS-CER01-OK
              SET WRK-CERTIF-DISPONIVEL TO TRUE
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-CORRENTE

           PERFORM 3700-LER-PARAMETRO
       3000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT ARQENT01-FUNCO-ATIVO
              ADD 1 TO ACU-NAO-ATIVOS
           ELSE
              MOVE ZEROS               TO WRK-QTDE-CERTIF-FUNCO
              IF WRK-CERTIF-DISPONIVEL
                 PERFORM 3200-TRATAR-CERTIFICACOES
              END-IF
              IF WRK-QTDE-CERTIF-FUNCO EQUAL ZEROS
                 MOVE ARQENT01-DAT-CNTRL TO WRK-DAT-CNTRL-AVAL
                 PERFORM 3010-PROJETAR-DATA
              END-IF
           END-IF

           PERFORM 3800-LER-CADASTRO
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE PROJECAO DE UMA DATA DE CONTROLE (CERTIFICACAO    *
      *    OU CADASTRO) NA MATRIZ DEPTO X MES                          *
      *----------------------------------------------------------------*
       3010-PROJETAR-DATA SECTION.
      *----------------------------------------------------------------*

           PERFORM 3050-VALIDA-DATA-CONTROLE

           IF WRK-DATA-INVALIDA
              ADD 1 TO ACU-DATA-INVALIDA
           ELSE
                 ADD 1 TO ACU-FORA-HORIZONTE
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3010-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*

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
                 MOVE 'N' TO WRK-SW-DATA-CONTROLE
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DAS CERTIFICACOES DO FUNCIONARIO (START   *
      *    NA CHAVE FUNCIONARIO + LOW-VALUES E LEITURA SEQUENCIAL      *
      *    ENQUANTO FOR O MESMO FUNCIONARIO)                           *
      *----------------------------------------------------------------*
       3200-TRATAR-CERTIFICACOES SECTION.
      *----------------------------------------------------------------*

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
       3220-TRATAR-CERTIFICACAO SECTION.
      *----------------------------------------------------------------*

           ADD 1 TO WRK-QTDE-CERTIF-FUNCO

           MOVE ARQCER01-DAT-CNTRL     TO WRK-DAT-CNTRL-AVAL

           PERFORM 3010-PROJETAR-DATA

           PERFORM 3210-LER-CERTIFICACAO
           .
      *----------------------------------------------------------------*
       3220-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO CARTAO DE PARAMETROS (DATA-BASE)       *
      *----------------------------------------------------------------*
       3700-LER-PARAMETRO SECTION.
              CLOSE ARQDEP01
           END-IF

           IF WRK-CERTIF-DISPONIVEL
              SET  WRK-CN-ARQCER01     TO TRUE
              CLOSE ARQCER01
           END-IF

           SET  WRK-CN-ARQSAI01        TO TRUE
           CLOSE ARQSAI01
           IF NOT WRK-FS-SAI01-OK

           DISPLAY '**************************************************'
           DISPLAY '* QTDE DE REGISTROS LIDOS:' ACU-LIDOS-ARQENT01  '*'
           DISPLAY '* QTDE DE CERTIFICACOES LIDAS:' ACU-LIDOS-ARQCER01
                                                                    '*'
           DISPLAY '* QTDE DE DEPTOS NO RELATORIO:' WRK-QTDE-DEPTOS '*'
           DISPLAY '* QTDE FORA DO HORIZONTE:' ACU-FORA-HORIZONTE   '*'
           DISPLAY '* QTDE COM DATA INVALIDA:' ACU-DATA-INVALIDA    '*'
