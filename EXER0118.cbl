      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0118.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0118                                      *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   MANUTENCAO (INCLUSAO/ALTERACAO/EXCLUSAO)    *
      *                    DO CADASTRO DE TIPOS DE CERTIFICACAO        *
      *                    (ARQTCE01) E DAS CERTIFICACOES DE CADA      *
      *                    FUNCIONARIO (ARQCER01, CHAVE FUNCIONARIO +  *
      *                    CERTIFICACAO, CADA UMA COM A SUA DATA DE    *
      *                    CONTROLE), A PARTIR DE UM ARQUIVO UNICO DE  *
      *                    TRANSACOES. O TIPO DE CERTIFICACAO INDICA   *
      *                    SE E OBRIGATORIA PARA TODOS, SOMENTE PARA   *
      *                    UMA LISTA DE DEPARTAMENTOS, OU OPCIONAL.    *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQMNT01                                  MNT01118        *
      *      ARQTCE01                                  TCE01118        *
      *      ARQCER01                                  CER01118        *
      *      ARQENT01                                  ENT01105        *
      *      ARQDEP01                                  DEP01106        *
      *      ARQSAI01                                  LOG01118        *
      *      ARQREJ01                                  REJ01118        *
      *      ARQAUD01                                  AUD00105        *
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
      *                                                                *
      *================================================================*
      *                                                                *
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*
      *
       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.
      *
      *----------------------------------------------------------------*
       INPUT-OUTPUT                    SECTION.
      *----------------------------------------------------------------*
      *
       FILE-CONTROL.
      *
           SELECT ARQMNT01 ASSIGN      TO UT-S-ARQMNT01
                      FILE STATUS      IS WRK-FS-ARQMNT01.

           SELECT ARQTCE01 ASSIGN      TO UT-S-ARQTCE01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS FD-ARQTCE01-COD-CERTIF
                      FILE STATUS      IS WRK-FS-ARQTCE01.

           SELECT ARQCER01 ASSIGN      TO UT-S-ARQCER01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS FD-ARQCER01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQCER01.

           SELECT ARQENT01 ASSIGN      TO UT-S-ARQENT01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS FD-ARQENT01-COD-FUNCO
                      FILE STATUS      IS WRK-FS-ARQENT01.

           SELECT ARQDEP01 ASSIGN      TO UT-S-ARQDEP01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS FD-ARQDEP01-COD-DEPTO
                      FILE STATUS      IS WRK-FS-ARQDEP01.

           SELECT ARQSAI01 ASSIGN      TO UT-S-ARQSAI01
                      FILE STATUS      IS WRK-FS-ARQSAI01.

           SELECT ARQREJ01 ASSIGN      TO UT-S-ARQREJ01
                      FILE STATUS      IS WRK-FS-ARQREJ01.

           SELECT ARQAUD01 ASSIGN      TO UT-S-ARQAUD01
                      FILE STATUS      IS WRK-FS-ARQAUD01.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *   INPUT:      ARQUIVO DE TRANSACOES DE MANUTENCAO              *
      *               ORG. SEQUENCIAL   -   LRECL = 240                *
      *----------------------------------------------------------------*

       FD  ARQMNT01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQMNT01              PIC X(240).

      *----------------------------------------------------------------*
      *   I-O:        CADASTRO DE TIPOS DE CERTIFICACAO                *
      *               ORG. INDEXADA     -   LRECL = 200                *
      *----------------------------------------------------------------*

       FD  ARQTCE01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQTCE01.
           05 FD-ARQTCE01-COD-CERTIF  PIC X(04).
           05 FILLER                  PIC X(196).

      *----------------------------------------------------------------*
      *   I-O:        CERTIFICACOES DOS FUNCIONARIOS                   *
      *               ORG. INDEXADA     -   LRECL = 050                *
      *----------------------------------------------------------------*

       FD  ARQCER01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQCER01.
           05 FD-ARQCER01-CHAVE       PIC X(12).
           05 FILLER                  PIC X(38).

      *----------------------------------------------------------------*
      *   INPUT:      CADASTRO DE FUNCIONARIOS/DEPARTAMENTOS           *
      *               ORG. INDEXADA     -   LRECL = 206                *
      *----------------------------------------------------------------*

       FD  ARQENT01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQENT01.
           05 FD-ARQENT01-COD-FUNCO   PIC 9(08).
           05 FILLER                  PIC X(198).

      *----------------------------------------------------------------*
      *   INPUT:      CADASTRO DE REFERENCIA DE DEPARTAMENTOS          *
      *               ORG. INDEXADA     -   LRECL = 116                *
      *----------------------------------------------------------------*

       FD  ARQDEP01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQDEP01.
           05 FD-ARQDEP01-COD-DEPTO   PIC 9(15).
           05 FILLER                  PIC X(101).

      *----------------------------------------------------------------*
      *   OUTPUT:     LOG DAS TRANSACOES ACEITAS NA RODADA             *
      *               ORG. SEQUENCIAL   -   LRECL = 074                *
      *----------------------------------------------------------------*

       FD  ARQSAI01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI01              PIC X(074).

      *----------------------------------------------------------------*
      *   OUTPUT:     TRANSACOES REJEITADAS NA RODADA                  *
      *               ORG. SEQUENCIAL   -   LRECL = 046                *
      *----------------------------------------------------------------*

       FD  ARQREJ01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQREJ01              PIC X(046).

      *----------------------------------------------------------------*
      *   OUTPUT:     LOG DE AUDITORIA DE EXECUCAO (COMPARTILHADO      *
      *               COM OS DEMAIS PROGRAMAS DO BOOK)                 *
      *               ORG. SEQUENCIAL   -   LRECL = 051                *
      *----------------------------------------------------------------*

       FD  ARQAUD01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQAUD01              PIC X(051).

      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0118 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC X(008) VALUE 'EXER0118'.
       77 WRK-MASK-QTDE           PIC ZZ.ZZ9.
       77 WRK-RESULTADO           PIC X(010) VALUE SPACES.
       77 WRK-COD-MOTIVO-REJEICAO PIC 9(002) VALUE ZEROS.
       77 WRK-DESC-MOTIVO-REJEICAO PIC X(030) VALUE SPACES.
       77 WRK-DATA-CORRENTE       PIC 9(008) VALUE ZEROS.
       77 WRK-IDX-DEPTO           PIC 9(002) VALUE ZEROS.
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS-ARQMNT01     PIC 9(005) VALUE ZEROS.
           03 ACU-INCLUIDOS          PIC 9(005) VALUE ZEROS.
           03 ACU-ALTERADOS          PIC 9(005) VALUE ZEROS.
           03 ACU-EXCLUIDOS          PIC 9(005) VALUE ZEROS.
           03 ACU-REJEITADOS         PIC 9(005) VALUE ZEROS.

       01 WRK-DATA-CONTR-INV.
           05 WRK-ANO              PIC  9(004) VALUE ZEROS.
           05 WRK-MES              PIC  9(002) VALUE ZEROS.
           05 WRK-DIA              PIC  9(002) VALUE ZEROS.
      *
       01 WRK-SW-VALIDACAO        PIC  X(001) VALUE 'S'.
          88 WRK-VALIDACAO-OK                 VALUE 'S'.
          88 WRK-VALIDACAO-ERRO               VALUE 'N'.
      *
       01 WRK-SW-CERTIF-EM-USO    PIC  X(001) VALUE 'N'.
          88 WRK-CERTIF-EM-USO                VALUE 'S'.
          88 WRK-CERTIF-SEM-USO               VALUE 'N'.
      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQMNT01      VALUE 'ARQMNT01'.
          88 WRK-CN-ARQTCE01      VALUE 'ARQTCE01'.
          88 WRK-CN-ARQCER01      VALUE 'ARQCER01'.
          88 WRK-CN-ARQENT01      VALUE 'ARQENT01'.
          88 WRK-CN-ARQDEP01      VALUE 'ARQDEP01'.
          88 WRK-CN-ARQSAI01      VALUE 'ARQSAI01'.
          88 WRK-CN-ARQREJ01      VALUE 'ARQREJ01'.
          88 WRK-CN-ARQAUD01      VALUE 'ARQAUD01'.

       77 WRK-COMANDO             PIC  X(006) VALUE SPACES.
          88 WRK-CN-OPEN          VALUE 'OPEN  '.
          88 WRK-CN-CLOSE         VALUE 'CLOSE '.
          88 WRK-CN-READ          VALUE 'READ  '.
          88 WRK-CN-WRITE         VALUE 'WRITE '.
          88 WRK-CN-DELETE        VALUE 'DELETE'.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA PARA TRATAMENTO DE FILE-STATUS'.
      *----------------------------------------------------------------*
      *
       01 WRK-AREA-FS.
          05 WRK-FS-ARQMNT01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-MNT01-OK           VALUE '00'.
             88 WRK-FS-MNT01-FIM          VALUE '10'.
          05 WRK-FS-ARQTCE01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-TCE01-OK           VALUE '00'.
             88 WRK-FS-TCE01-NAO-ENCONTRADO VALUE '23'.
          05 WRK-FS-ARQCER01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CER01-OK           VALUE '00'.
             88 WRK-FS-CER01-FIM          VALUE '10'.
             88 WRK-FS-CER01-NAO-ENCONTRADO VALUE '23'.
          05 WRK-FS-ARQENT01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ENT01-OK           VALUE '00'.
             88 WRK-FS-ENT01-NAO-ENCONTRADO VALUE '23'.
          05 WRK-FS-ARQDEP01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-DEP01-OK           VALUE '00'.
             88 WRK-FS-DEP01-NAO-ENCONTRADO VALUE '23'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK           VALUE '00'.
          05 WRK-FS-ARQREJ01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-REJ01-OK           VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK           VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA'.
      *----------------------------------------------------------------*
      *
           COPY MNT01118.
           COPY TCE01118.
           COPY CER01118.
           COPY ENT01105.
           COPY DEP01106.
           COPY LOG01118.
           COPY REJ01118.
           COPY AUD00105.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0118 - FIM DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
      *    ROTINA PRINCIPAL DO PROGRAMA                                *
      *----------------------------------------------------------------*
       0000-PRINCIPAL SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1000-INICIALIZAR

           PERFORM 3800-LER-TRANSACAO

           PERFORM 3000-PROCESSAR
              UNTIL WRK-FS-MNT01-FIM

           PERFORM 4000-FINALIZAR
           .
      *----------------------------------------------------------------*
       0000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE INICIALIZACAO DO PROGRAMA                         *
      *----------------------------------------------------------------*
       1000-INICIALIZAR SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-CORRENTE

           SET  WRK-CN-OPEN            TO TRUE

           SET  WRK-CN-ARQMNT01        TO TRUE
           OPEN INPUT ARQMNT01

           IF NOT WRK-FS-MNT01-OK
              MOVE WRK-FS-ARQMNT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQTCE01        TO TRUE
           OPEN I-O ARQTCE01

           IF NOT WRK-FS-TCE01-OK
              MOVE WRK-FS-ARQTCE01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQCER01        TO TRUE
           OPEN I-O ARQCER01

           IF NOT WRK-FS-CER01-OK
              MOVE WRK-FS-ARQCER01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQENT01        TO TRUE
           OPEN INPUT ARQENT01

           IF NOT WRK-FS-ENT01-OK
              MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQDEP01        TO TRUE
           OPEN INPUT ARQDEP01

           IF NOT WRK-FS-DEP01-OK
              MOVE WRK-FS-ARQDEP01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQSAI01        TO TRUE
           OPEN OUTPUT ARQSAI01

           IF NOT WRK-FS-SAI01-OK
              MOVE WRK-FS-ARQSAI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQREJ01        TO TRUE
           OPEN OUTPUT ARQREJ01

           IF NOT WRK-FS-REJ01-OK
              MOVE WRK-FS-ARQREJ01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQAUD01        TO TRUE
           OPEN EXTEND ARQAUD01

           IF NOT WRK-FS-AUD01-OK
              MOVE WRK-FS-ARQAUD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO ARQUIVO DE TRANSACOES                  *
      *----------------------------------------------------------------*
       3800-LER-TRANSACAO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQMNT01        TO TRUE

           READ ARQMNT01 INTO ARQMNT01-REGISTRO

           IF WRK-FS-MNT01-OK OR WRK-FS-MNT01-FIM
              IF WRK-FS-MNT01-OK
                 ADD 1 TO ACU-LIDOS-ARQMNT01
              END-IF
           ELSE
              MOVE WRK-FS-ARQMNT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE PROCESSAMENTO DE CADA TRANSACAO                   *
      *----------------------------------------------------------------*
       3000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE TRUE
              WHEN ARQMNT01-REG-TIPO-CERTIF
                 PERFORM 3010-TRATAR-TIPO-CERTIF
              WHEN ARQMNT01-REG-CERTIF-FUNCO
                 PERFORM 3020-TRATAR-CERTIF-FUNCO
              WHEN OTHER
                 MOVE 02 TO WRK-COD-MOTIVO-REJEICAO
                 MOVE 'TIPO DE REGISTRO INVALIDO'
                                        TO WRK-DESC-MOTIVO-REJEICAO
                 PERFORM 3960-GRAVAR-REJEITO
           END-EVALUATE

           PERFORM 3800-LER-TRANSACAO
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE DESPACHO DAS TRANSACOES DO TIPO DE CERTIFICACAO   *
      *----------------------------------------------------------------*
       3010-TRATAR-TIPO-CERTIF SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE TRUE
              WHEN ARQMNT01-TRANS-INCLUSAO
                 PERFORM 3500-VALIDAR-TIPO-CERTIF
                 IF WRK-VALIDACAO-OK
                    PERFORM 3100-INCLUIR-TIPO-CERTIF
                 ELSE
                    PERFORM 3960-GRAVAR-REJEITO
                 END-IF
              WHEN ARQMNT01-TRANS-ALTERACAO
                 PERFORM 3500-VALIDAR-TIPO-CERTIF
                 IF WRK-VALIDACAO-OK
                    PERFORM 3200-ALTERAR-TIPO-CERTIF
                 ELSE
                    PERFORM 3960-GRAVAR-REJEITO
                 END-IF
              WHEN ARQMNT01-TRANS-EXCLUSAO
                 PERFORM 3450-VERIFICAR-CERTIF-EM-USO
                 IF WRK-CERTIF-SEM-USO
                    PERFORM 3300-EXCLUIR-TIPO-CERTIF
                 ELSE
                    MOVE 09 TO WRK-COD-MOTIVO-REJEICAO
                    MOVE 'TIPO EM USO POR FUNCIONARIOS'
                                        TO WRK-DESC-MOTIVO-REJEICAO
                    PERFORM 3960-GRAVAR-REJEITO
                 END-IF
              WHEN OTHER
                 MOVE 01 TO WRK-COD-MOTIVO-REJEICAO
                 MOVE 'TIPO TRANSACAO INVALIDO'
                                        TO WRK-DESC-MOTIVO-REJEICAO
                 PERFORM 3960-GRAVAR-REJEITO
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3010-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE DESPACHO DAS TRANSACOES DE CERTIFICACAO DO        *
      *    FUNCIONARIO                                                 *
      *----------------------------------------------------------------*
       3020-TRATAR-CERTIF-FUNCO SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE TRUE
              WHEN ARQMNT01-TRANS-INCLUSAO
                 PERFORM 3600-VALIDAR-CERTIF-FUNCO
                 IF WRK-VALIDACAO-OK
                    PERFORM 3150-INCLUIR-CERTIF-FUNCO
                 ELSE
                    PERFORM 3960-GRAVAR-REJEITO
                 END-IF
              WHEN ARQMNT01-TRANS-ALTERACAO
                 PERFORM 3600-VALIDAR-CERTIF-FUNCO
                 IF WRK-VALIDACAO-OK
                    PERFORM 3250-ALTERAR-CERTIF-FUNCO
                 ELSE
                    PERFORM 3960-GRAVAR-REJEITO
                 END-IF
              WHEN ARQMNT01-TRANS-EXCLUSAO
                 PERFORM 3350-EXCLUIR-CERTIF-FUNCO
              WHEN OTHER
                 MOVE 01 TO WRK-COD-MOTIVO-REJEICAO
                 MOVE 'TIPO TRANSACAO INVALIDO'
                                        TO WRK-DESC-MOTIVO-REJEICAO
                 PERFORM 3960-GRAVAR-REJEITO
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3020-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE INCLUSAO DE TIPO DE CERTIFICACAO                  *
      *----------------------------------------------------------------*
       3100-INCLUIR-TIPO-CERTIF SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQMNT01-COD-CERTIF    TO FD-ARQTCE01-COD-CERTIF

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQTCE01        TO TRUE

           READ ARQTCE01

           IF WRK-FS-TCE01-OK
              MOVE 03 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'TIPO CERTIF JA CADASTRADO'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
           ELSE
              IF WRK-FS-TCE01-NAO-ENCONTRADO
                 PERFORM 3700-MONTAR-TIPO-CERTIF

                 SET  WRK-CN-WRITE     TO TRUE
                 WRITE FD-ARQTCE01     FROM ARQTCE01-REGISTRO

                 IF WRK-FS-TCE01-OK
                    ADD 1 TO ACU-INCLUIDOS
                    MOVE 'INCLUIDO'    TO WRK-RESULTADO
                    PERFORM 3950-GRAVAR-LOG
                 ELSE
                    MOVE WRK-FS-ARQTCE01 TO WRK-FS-DISPLAY
                    PERFORM 9100-ERROS-ARQUIVOS
                 END-IF
              ELSE
                 MOVE WRK-FS-ARQTCE01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE INCLUSAO DE CERTIFICACAO DO FUNCIONARIO           *
      *----------------------------------------------------------------*
       3150-INCLUIR-CERTIF-FUNCO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQMNT01-COD-FUNCO     TO ARQCER01-COD-FUNCO
           MOVE ARQMNT01-COD-CERTIF    TO ARQCER01-COD-CERTIF
           MOVE ARQCER01-CHAVE         TO FD-ARQCER01-CHAVE

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQCER01        TO TRUE

           READ ARQCER01

           IF WRK-FS-CER01-OK
              MOVE 12 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'CERTIFICACAO JA CADASTRADA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
           ELSE
              IF WRK-FS-CER01-NAO-ENCONTRADO
                 PERFORM 3750-MONTAR-CERTIF-FUNCO

                 SET  WRK-CN-WRITE     TO TRUE
                 WRITE FD-ARQCER01     FROM ARQCER01-REGISTRO

                 IF WRK-FS-CER01-OK
                    ADD 1 TO ACU-INCLUIDOS
                    MOVE 'INCLUIDO'    TO WRK-RESULTADO
                    PERFORM 3950-GRAVAR-LOG
                 ELSE
                    MOVE WRK-FS-ARQCER01 TO WRK-FS-DISPLAY
                    PERFORM 9100-ERROS-ARQUIVOS
                 END-IF
              ELSE
                 MOVE WRK-FS-ARQCER01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE ALTERACAO DE TIPO DE CERTIFICACAO                 *
      *----------------------------------------------------------------*
       3200-ALTERAR-TIPO-CERTIF SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQMNT01-COD-CERTIF    TO FD-ARQTCE01-COD-CERTIF

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQTCE01        TO TRUE

           READ ARQTCE01 INTO ARQTCE01-REGISTRO

           IF WRK-FS-TCE01-OK
              PERFORM 3700-MONTAR-TIPO-CERTIF

              SET  WRK-CN-WRITE        TO TRUE
              REWRITE FD-ARQTCE01      FROM ARQTCE01-REGISTRO

              IF WRK-FS-TCE01-OK
                 ADD 1 TO ACU-ALTERADOS
                 MOVE 'ALTERADO'       TO WRK-RESULTADO
                 PERFORM 3950-GRAVAR-LOG
              ELSE
                 MOVE WRK-FS-ARQTCE01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           ELSE
              IF WRK-FS-TCE01-NAO-ENCONTRADO
                 MOVE 04 TO WRK-COD-MOTIVO-REJEICAO
                 MOVE 'TIPO CERTIF NAO CADASTRADO'
                                        TO WRK-DESC-MOTIVO-REJEICAO
                 PERFORM 3960-GRAVAR-REJEITO
              ELSE
                 MOVE WRK-FS-ARQTCE01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE ALTERACAO DE CERTIFICACAO DO FUNCIONARIO          *
      *    (RENOVACAO: NOVA DATA DE CONTROLE E NOVO DOCUMENTO)         *
      *----------------------------------------------------------------*
       3250-ALTERAR-CERTIF-FUNCO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQMNT01-COD-FUNCO     TO ARQCER01-COD-FUNCO
           MOVE ARQMNT01-COD-CERTIF    TO ARQCER01-COD-CERTIF
           MOVE ARQCER01-CHAVE         TO FD-ARQCER01-CHAVE

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQCER01        TO TRUE

           READ ARQCER01 INTO ARQCER01-REGISTRO

           IF WRK-FS-CER01-OK
              PERFORM 3750-MONTAR-CERTIF-FUNCO

              SET  WRK-CN-WRITE        TO TRUE
              REWRITE FD-ARQCER01      FROM ARQCER01-REGISTRO

              IF WRK-FS-CER01-OK
                 ADD 1 TO ACU-ALTERADOS
                 MOVE 'ALTERADO'       TO WRK-RESULTADO
                 PERFORM 3950-GRAVAR-LOG
              ELSE
                 MOVE WRK-FS-ARQCER01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           ELSE
              IF WRK-FS-CER01-NAO-ENCONTRADO
                 MOVE 13 TO WRK-COD-MOTIVO-REJEICAO
                 MOVE 'CERTIFICACAO NAO CADASTRADA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
                 PERFORM 3960-GRAVAR-REJEITO
              ELSE
                 MOVE WRK-FS-ARQCER01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3250-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE EXCLUSAO DE TIPO DE CERTIFICACAO                  *
      *----------------------------------------------------------------*
       3300-EXCLUIR-TIPO-CERTIF SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQMNT01-COD-CERTIF    TO FD-ARQTCE01-COD-CERTIF

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQTCE01        TO TRUE

           READ ARQTCE01 INTO ARQTCE01-REGISTRO

           IF WRK-FS-TCE01-OK
              SET  WRK-CN-DELETE       TO TRUE
              DELETE ARQTCE01

              IF WRK-FS-TCE01-OK
                 ADD 1 TO ACU-EXCLUIDOS
                 MOVE 'EXCLUIDO'       TO WRK-RESULTADO
                 PERFORM 3950-GRAVAR-LOG
              ELSE
                 MOVE WRK-FS-ARQTCE01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           ELSE
              IF WRK-FS-TCE01-NAO-ENCONTRADO
                 MOVE 04 TO WRK-COD-MOTIVO-REJEICAO
                 MOVE 'TIPO CERTIF NAO CADASTRADO'
                                        TO WRK-DESC-MOTIVO-REJEICAO
                 PERFORM 3960-GRAVAR-REJEITO
              ELSE
                 MOVE WRK-FS-ARQTCE01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE EXCLUSAO DE CERTIFICACAO DO FUNCIONARIO           *
      *----------------------------------------------------------------*
       3350-EXCLUIR-CERTIF-FUNCO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQMNT01-COD-FUNCO     TO ARQCER01-COD-FUNCO
           MOVE ARQMNT01-COD-CERTIF    TO ARQCER01-COD-CERTIF
           MOVE ARQCER01-CHAVE         TO FD-ARQCER01-CHAVE

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQCER01        TO TRUE

           READ ARQCER01 INTO ARQCER01-REGISTRO

           IF WRK-FS-CER01-OK
              SET  WRK-CN-DELETE       TO TRUE
              DELETE ARQCER01

              IF WRK-FS-CER01-OK
                 ADD 1 TO ACU-EXCLUIDOS
                 MOVE 'EXCLUIDO'       TO WRK-RESULTADO
                 PERFORM 3950-GRAVAR-LOG
              ELSE
                 MOVE WRK-FS-ARQCER01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           ELSE
              IF WRK-FS-CER01-NAO-ENCONTRADO
                 MOVE 13 TO WRK-COD-MOTIVO-REJEICAO
                 MOVE 'CERTIFICACAO NAO CADASTRADA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
                 PERFORM 3960-GRAVAR-REJEITO
              ELSE
                 MOVE WRK-FS-ARQCER01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3350-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE VERIFICACAO DE USO ANTES DA EXCLUSAO DO TIPO:     *
      *    PERCORRE AS CERTIFICACOES PROCURANDO QUEM USA O TIPO        *
      *----------------------------------------------------------------*
       3450-VERIFICAR-CERTIF-EM-USO SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-CERTIF-SEM-USO      TO TRUE

           MOVE LOW-VALUES             TO FD-ARQCER01-CHAVE

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQCER01        TO TRUE

           START ARQCER01 KEY NOT LESS FD-ARQCER01-CHAVE

           IF WRK-FS-CER01-OK
              PERFORM 3460-LER-PROXIMA-CERTIF

              PERFORM 3470-TESTAR-CERTIF-EM-USO
                 UNTIL WRK-FS-CER01-FIM OR WRK-CERTIF-EM-USO
           ELSE
              IF NOT WRK-FS-CER01-NAO-ENCONTRADO
                 MOVE WRK-FS-ARQCER01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3450-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA SEQUENCIAL DAS CERTIFICACOES (BROWSE)     *
      *----------------------------------------------------------------*
       3460-LER-PROXIMA-CERTIF SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQCER01        TO TRUE

           READ ARQCER01 NEXT INTO ARQCER01-REGISTRO

           IF WRK-FS-CER01-OK OR WRK-FS-CER01-FIM
              CONTINUE
           ELSE
              MOVE WRK-FS-ARQCER01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3460-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE UM REGISTRO DO BROWSE DE CERTIFICACOES   *
      *----------------------------------------------------------------*
       3470-TESTAR-CERTIF-EM-USO SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQCER01-COD-CERTIF EQUAL ARQMNT01-COD-CERTIF
              SET WRK-CERTIF-EM-USO    TO TRUE
           ELSE
              PERFORM 3460-LER-PROXIMA-CERTIF
           END-IF
           .
      *----------------------------------------------------------------*
       3470-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE VALIDACAO DO TIPO DE CERTIFICACAO (I/A):          *
      *    DESCRICAO, INDICADOR DE OBRIGATORIEDADE E, QUANDO           *
      *    OBRIGATORIA POR DEPARTAMENTO, A LISTA DE DEPARTAMENTOS      *
      *----------------------------------------------------------------*
       3500-VALIDAR-TIPO-CERTIF SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-VALIDACAO-OK        TO TRUE

           EVALUATE TRUE
              WHEN ARQMNT01-COD-CERTIF EQUAL SPACES
                 SET WRK-VALIDACAO-ERRO TO TRUE
                 MOVE 04 TO WRK-COD-MOTIVO-REJEICAO
                 MOVE 'TIPO CERTIF NAO INFORMADO'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              WHEN ARQMNT01-DES-CERTIF EQUAL SPACES
                 SET WRK-VALIDACAO-ERRO TO TRUE
                 MOVE 05 TO WRK-COD-MOTIVO-REJEICAO
                 MOVE 'DESCRICAO NAO INFORMADA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              WHEN NOT ARQMNT01-IND-VALIDO
                 SET WRK-VALIDACAO-ERRO TO TRUE
                 MOVE 06 TO WRK-COD-MOTIVO-REJEICAO
                 MOVE 'IND. OBRIGATORIEDADE INVALIDO'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              WHEN ARQMNT01-QTD-MESES-VALIDADE NOT NUMERIC
                 OR ARQMNT01-QTD-DEPTOS NOT NUMERIC
                 SET WRK-VALIDACAO-ERRO TO TRUE
                 MOVE 07 TO WRK-COD-MOTIVO-REJEICAO
                 MOVE 'VALIDADE/QTDE DEPTOS INVALIDA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              WHEN ARQMNT01-QTD-DEPTOS GREATER 10
                 OR (ARQMNT01-OBRIG-DEPTOS
                     AND ARQMNT01-QTD-DEPTOS EQUAL ZEROS)
                 SET WRK-VALIDACAO-ERRO TO TRUE
                 MOVE 07 TO WRK-COD-MOTIVO-REJEICAO
                 MOVE 'VALIDADE/QTDE DEPTOS INVALIDA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              WHEN ARQMNT01-OBRIG-DEPTOS
                 MOVE 1 TO WRK-IDX-DEPTO
                 PERFORM 3550-VALIDAR-DEPTO-OBRIG
                    UNTIL WRK-IDX-DEPTO GREATER ARQMNT01-QTD-DEPTOS
                       OR WRK-VALIDACAO-ERRO
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE VALIDACAO DE UM DEPARTAMENTO DA LISTA CONTRA O    *
      *    CADASTRO DE REFERENCIA DE DEPARTAMENTOS                     *
      *----------------------------------------------------------------*
       3550-VALIDAR-DEPTO-OBRIG SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQMNT01-COD-DEPTO-OBRIG(WRK-IDX-DEPTO) NOT NUMERIC
              SET WRK-VALIDACAO-ERRO   TO TRUE
              MOVE 08 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'DEPARTAMENTO NAO CADASTRADO'
                                        TO WRK-DESC-MOTIVO-REJEICAO
           ELSE
              MOVE ARQMNT01-COD-DEPTO-OBRIG(WRK-IDX-DEPTO)
                                        TO FD-ARQDEP01-COD-DEPTO

              SET  WRK-CN-READ         TO TRUE
              SET  WRK-CN-ARQDEP01     TO TRUE

              READ ARQDEP01

              EVALUATE TRUE
                 WHEN WRK-FS-DEP01-OK
                    ADD 1 TO WRK-IDX-DEPTO
                 WHEN WRK-FS-DEP01-NAO-ENCONTRADO
                    SET WRK-VALIDACAO-ERRO TO TRUE
                    MOVE 08 TO WRK-COD-MOTIVO-REJEICAO
                    MOVE 'DEPARTAMENTO NAO CADASTRADO'
                                        TO WRK-DESC-MOTIVO-REJEICAO
                 WHEN OTHER
                    MOVE WRK-FS-ARQDEP01 TO WRK-FS-DISPLAY
                    PERFORM 9100-ERROS-ARQUIVOS
              END-EVALUATE
           END-IF
           .
      *----------------------------------------------------------------*
       3550-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE VALIDACAO DA CERTIFICACAO DO FUNCIONARIO (I/A):   *
      *    FUNCIONARIO E TIPO CADASTRADOS E DATA DE CONTROLE VALIDA    *
      *----------------------------------------------------------------*
       3600-VALIDAR-CERTIF-FUNCO SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-VALIDACAO-OK        TO TRUE

           PERFORM 3650-VALIDAR-DATA-CONTROLE

           IF WRK-VALIDACAO-OK
              MOVE ARQMNT01-COD-FUNCO  TO FD-ARQENT01-COD-FUNCO

              SET  WRK-CN-READ         TO TRUE
              SET  WRK-CN-ARQENT01     TO TRUE

              READ ARQENT01

              EVALUATE TRUE
                 WHEN WRK-FS-ENT01-OK
                    CONTINUE
                 WHEN WRK-FS-ENT01-NAO-ENCONTRADO
                    SET WRK-VALIDACAO-ERRO TO TRUE
                    MOVE 10 TO WRK-COD-MOTIVO-REJEICAO
                    MOVE 'FUNCIONARIO NAO CADASTRADO'
                                        TO WRK-DESC-MOTIVO-REJEICAO
                 WHEN OTHER
                    MOVE WRK-FS-ARQENT01 TO WRK-FS-DISPLAY
                    PERFORM 9100-ERROS-ARQUIVOS
              END-EVALUATE
           END-IF

           IF WRK-VALIDACAO-OK
              MOVE ARQMNT01-COD-CERTIF TO FD-ARQTCE01-COD-CERTIF

              SET  WRK-CN-READ         TO TRUE
              SET  WRK-CN-ARQTCE01     TO TRUE

              READ ARQTCE01

              EVALUATE TRUE
                 WHEN WRK-FS-TCE01-OK
                    CONTINUE
                 WHEN WRK-FS-TCE01-NAO-ENCONTRADO
                    SET WRK-VALIDACAO-ERRO TO TRUE
                    MOVE 04 TO WRK-COD-MOTIVO-REJEICAO
                    MOVE 'TIPO CERTIF NAO CADASTRADO'
                                        TO WRK-DESC-MOTIVO-REJEICAO
                 WHEN OTHER
                    MOVE WRK-FS-ARQTCE01 TO WRK-FS-DISPLAY
                    PERFORM 9100-ERROS-ARQUIVOS
              END-EVALUATE
           END-IF
           .
      *----------------------------------------------------------------*
       3600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE VALIDACAO DA DATA DE CONTROLE (DD/MM/AAAA)        *
      *----------------------------------------------------------------*
       3650-VALIDAR-DATA-CONTROLE SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQMNT01-DAT-CNTRL(1:2) NOT NUMERIC
              OR ARQMNT01-DAT-CNTRL(4:2) NOT NUMERIC
              OR ARQMNT01-DAT-CNTRL(7:4) NOT NUMERIC
              OR ARQMNT01-DAT-CNTRL(3:1) NOT EQUAL '/'
              OR ARQMNT01-DAT-CNTRL(6:1) NOT EQUAL '/'
              SET WRK-VALIDACAO-ERRO   TO TRUE
           ELSE
              MOVE ARQMNT01-DAT-CNTRL(1:2) TO WRK-DIA
              MOVE ARQMNT01-DAT-CNTRL(4:2) TO WRK-MES
              MOVE ARQMNT01-DAT-CNTRL(7:4) TO WRK-ANO

              IF WRK-MES LESS 01 OR WRK-MES GREATER 12
                 OR WRK-DIA LESS 01 OR WRK-DIA GREATER 31
                 SET WRK-VALIDACAO-ERRO TO TRUE
              END-IF
           END-IF

           IF WRK-VALIDACAO-ERRO
              MOVE 11 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'DATA DE CONTROLE INVALIDA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
           END-IF
           .
      *----------------------------------------------------------------*
       3650-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE MONTAGEM DO TIPO DE CERTIFICACAO A PARTIR DA      *
      *    TRANSACAO                                                   *
      *----------------------------------------------------------------*
       3700-MONTAR-TIPO-CERTIF SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQMNT01-COD-CERTIF    TO ARQTCE01-COD-CERTIF
           MOVE ARQMNT01-DES-CERTIF    TO ARQTCE01-DES-CERTIF
           MOVE ARQMNT01-IND-OBRIGATORIA
                                        TO ARQTCE01-IND-OBRIGATORIA
           MOVE ARQMNT01-QTD-MESES-VALIDADE
                                        TO ARQTCE01-QTD-MESES-VALIDADE

           IF ARQTCE01-OBRIG-DEPTOS
              MOVE ARQMNT01-QTD-DEPTOS TO ARQTCE01-QTD-DEPTOS
              MOVE 1 TO WRK-IDX-DEPTO
              PERFORM 3710-MONTAR-DEPTO-OBRIG
                 UNTIL WRK-IDX-DEPTO GREATER 10
           ELSE
              MOVE ZEROS               TO ARQTCE01-QTD-DEPTOS
              MOVE 1 TO WRK-IDX-DEPTO
              PERFORM 3720-LIMPAR-DEPTO-OBRIG
                 UNTIL WRK-IDX-DEPTO GREATER 10
           END-IF
           .
      *----------------------------------------------------------------*
       3700-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3710-MONTAR-DEPTO-OBRIG SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-IDX-DEPTO GREATER ARQMNT01-QTD-DEPTOS
              MOVE ZEROS TO ARQTCE01-COD-DEPTO-OBRIG(WRK-IDX-DEPTO)
           ELSE
              MOVE ARQMNT01-COD-DEPTO-OBRIG(WRK-IDX-DEPTO)
                         TO ARQTCE01-COD-DEPTO-OBRIG(WRK-IDX-DEPTO)
           END-IF

           ADD 1 TO WRK-IDX-DEPTO
           .
      *----------------------------------------------------------------*
       3710-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3720-LIMPAR-DEPTO-OBRIG SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS TO ARQTCE01-COD-DEPTO-OBRIG(WRK-IDX-DEPTO)

           ADD 1 TO WRK-IDX-DEPTO
           .
      *----------------------------------------------------------------*
       3720-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE MONTAGEM DA CERTIFICACAO DO FUNCIONARIO A PARTIR  *
      *    DA TRANSACAO                                                *
      *----------------------------------------------------------------*
       3750-MONTAR-CERTIF-FUNCO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQMNT01-COD-FUNCO     TO ARQCER01-COD-FUNCO
           MOVE ARQMNT01-COD-CERTIF    TO ARQCER01-COD-CERTIF
           MOVE ARQMNT01-DAT-CNTRL     TO ARQCER01-DAT-CNTRL
           MOVE ARQMNT01-NUM-DOCUMENTO TO ARQCER01-NUM-DOCUMENTO
           MOVE WRK-DATA-CORRENTE      TO ARQCER01-DAT-ULT-ATULZ
           .
      *----------------------------------------------------------------*
       3750-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE GRAVACAO DO LOG DE TRANSACOES ACEITAS             *
      *----------------------------------------------------------------*
       3950-GRAVAR-LOG SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQMNT01-TIPO-REGISTRO  TO ARQSAI01-TIPO-REGISTRO
           MOVE ARQMNT01-TIPO-TRANSACAO TO ARQSAI01-TIPO-TRANSACAO
           MOVE ARQMNT01-COD-CERTIF     TO ARQSAI01-COD-CERTIF

           IF ARQMNT01-REG-CERTIF-FUNCO
              MOVE ARQMNT01-COD-FUNCO   TO ARQSAI01-COD-FUNCO
              MOVE ARQMNT01-DAT-CNTRL   TO ARQSAI01-DAT-CNTRL
              MOVE SPACES               TO ARQSAI01-DES-CERTIF
           ELSE
              MOVE ZEROS                TO ARQSAI01-COD-FUNCO
              MOVE SPACES               TO ARQSAI01-DAT-CNTRL
              MOVE ARQMNT01-DES-CERTIF  TO ARQSAI01-DES-CERTIF
           END-IF

           MOVE WRK-RESULTADO           TO ARQSAI01-RESULTADO

           SET  WRK-CN-WRITE            TO TRUE
           SET  WRK-CN-ARQSAI01         TO TRUE
           WRITE FD-ARQSAI01 FROM ARQSAI01-REGISTRO

           IF NOT WRK-FS-SAI01-OK
              MOVE WRK-FS-ARQSAI01      TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3950-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE GRAVACAO DO ARQUIVO DE TRANSACOES REJEITADAS      *
      *----------------------------------------------------------------*
       3960-GRAVAR-REJEITO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQMNT01-TIPO-REGISTRO  TO ARQREJ01-TIPO-REGISTRO
           MOVE ARQMNT01-TIPO-TRANSACAO TO ARQREJ01-TIPO-TRANSACAO
           MOVE ARQMNT01-COD-CERTIF     TO ARQREJ01-COD-CERTIF

           IF ARQMNT01-REG-CERTIF-FUNCO
              MOVE ARQMNT01-COD-FUNCO   TO ARQREJ01-COD-FUNCO
           ELSE
              MOVE ZEROS                TO ARQREJ01-COD-FUNCO
           END-IF

           MOVE WRK-COD-MOTIVO-REJEICAO TO ARQREJ01-COD-MOTIVO
           MOVE WRK-DESC-MOTIVO-REJEICAO TO ARQREJ01-DESC-MOTIVO

           SET  WRK-CN-WRITE            TO TRUE
           SET  WRK-CN-ARQREJ01         TO TRUE
           WRITE FD-ARQREJ01 FROM ARQREJ01-REGISTRO

           IF WRK-FS-REJ01-OK
              ADD 1 TO ACU-REJEITADOS
           ELSE
              MOVE WRK-FS-ARQREJ01      TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3960-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE GRAVACAO DO LOG DE AUDITORIA DE EXECUCAO          *
      *----------------------------------------------------------------*
       3980-GRAVAR-AUDITORIA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-PROGRAMA           TO ARQAUD01-PROGRAMA
           MOVE FUNCTION CURRENT-DATE(1:8)
                                        TO ARQAUD01-DATA
           MOVE FUNCTION CURRENT-DATE(9:6)
                                        TO ARQAUD01-HORA
           MOVE ACU-LIDOS-ARQMNT01      TO ARQAUD01-QTDE-LIDOS
           COMPUTE ARQAUD01-QTDE-GRAVA = ACU-INCLUIDOS + ACU-ALTERADOS
                                                        + ACU-EXCLUIDOS
           MOVE RETURN-CODE             TO ARQAUD01-RETCODE

           IF RETURN-CODE EQUAL ZEROS
              MOVE 'NORMAL'             TO ARQAUD01-STATUS
           ELSE
              MOVE 'ERRO'               TO ARQAUD01-STATUS
           END-IF

           IF WRK-FS-AUD01-OK
              WRITE FD-ARQAUD01         FROM ARQAUD01-REGISTRO
           END-IF
           .
      *----------------------------------------------------------------*
       3980-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE FINALIZACAO DO PROGRAMA                           *
      *----------------------------------------------------------------*
       4000-FINALIZAR SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-CLOSE           TO TRUE

           SET  WRK-CN-ARQMNT01        TO TRUE
           CLOSE ARQMNT01
           IF NOT WRK-FS-MNT01-OK
              MOVE WRK-FS-ARQMNT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQTCE01        TO TRUE
           CLOSE ARQTCE01
           IF NOT WRK-FS-TCE01-OK
              MOVE WRK-FS-ARQTCE01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQCER01        TO TRUE
           CLOSE ARQCER01
           IF NOT WRK-FS-CER01-OK
              MOVE WRK-FS-ARQCER01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQENT01        TO TRUE
           CLOSE ARQENT01
           IF NOT WRK-FS-ENT01-OK
              MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQDEP01        TO TRUE
           CLOSE ARQDEP01
           IF NOT WRK-FS-DEP01-OK
              MOVE WRK-FS-ARQDEP01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQSAI01        TO TRUE
           CLOSE ARQSAI01
           IF NOT WRK-FS-SAI01-OK
              MOVE WRK-FS-ARQSAI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQREJ01        TO TRUE
           CLOSE ARQREJ01
           IF NOT WRK-FS-REJ01-OK
              MOVE WRK-FS-ARQREJ01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3980-GRAVAR-AUDITORIA

           SET  WRK-CN-ARQAUD01        TO TRUE
           CLOSE ARQAUD01
           IF NOT WRK-FS-AUD01-OK
              MOVE WRK-FS-ARQAUD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE ACU-LIDOS-ARQMNT01     TO WRK-MASK-QTDE
           DISPLAY '**************************************************'
           DISPLAY '* QTDE DE TRANSACOES LIDAS   : ' WRK-MASK-QTDE  '*'
           MOVE ACU-INCLUIDOS          TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE INCLUSOES          : ' WRK-MASK-QTDE  '*'
           MOVE ACU-ALTERADOS          TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE ALTERACOES         : ' WRK-MASK-QTDE  '*'
           MOVE ACU-EXCLUIDOS          TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE EXCLUSOES          : ' WRK-MASK-QTDE  '*'
           MOVE ACU-REJEITADOS         TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE REJEITADAS         : ' WRK-MASK-QTDE  '*'
           DISPLAY '*                                                *'
           DISPLAY '* ' WRK-PROGRAMA ' FIM NORMAL                    *'
           DISPLAY '**************************************************'

           PERFORM 9900-FIM-PROGRAMA
           .
      *----------------------------------------------------------------*
       4000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE TRATAMENTO DE ERRO                                *
      *----------------------------------------------------------------*
       9100-ERROS-ARQUIVOS SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY '************************************************'
           DISPLAY '*       ERRO EM OPERACAO COM ARQUIVOS          *'
           DISPLAY '* COMANDO    : ' WRK-COMANDO
                                        '                         *'
           DISPLAY '* ARQUIVO    : ' WRK-ARQUIVO
                                           '                      *'
           DISPLAY '* FILE-STATUS: ' WRK-FS-DISPLAY
                                      '                           *'
           DISPLAY '* PROGRAMA ' WRK-PROGRAMA
                                       ' CANCELADO                *'
           DISPLAY '************************************************'

           MOVE 12                TO RETURN-CODE

           PERFORM 9900-FIM-PROGRAMA
           .
      *----------------------------------------------------------------*
       9100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       9900-FIM-PROGRAMA SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY '************************************************'
           DISPLAY '*            PROGRAMA FINALIZADO               *'
           DISPLAY '************************************************'

           STOP RUN
           .
      *----------------------------------------------------------------*
       9900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
