      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0223.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0223                                      *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   MANUTENCAO DA CARTEIRA DE RELACIONAMENTO    *
      *                    (ARQCAR01): ATRIBUI, REATRIBUI OU RETIRA O  *
      *                    GERENTE (FUNCIONARIO DO ENT01105) DE CADA   *
      *                    CLIENTE DO CADASTRO (CLI02105), A PARTIR DE *
      *                    UM ARQUIVO DE TRANSACOES. O CLIENTE DEVE    *
      *                    EXISTIR E NAO ESTAR ENCERRADO; O GERENTE    *
      *                    DEVE EXISTIR E ESTAR ATIVO.                 *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQMNT01                                  MNT02223        *
      *      ARQCAR01                                  CAR02223        *
      *      ARQCLI01                                  CLI02105        *
      *      ARQENT01                                  ENT01105        *
      *      ARQSAI01                                  LOG02223        *
      *      ARQREJ01                                  REJ02223        *
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

           SELECT ARQCAR01 ASSIGN      TO UT-S-ARQCAR01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS FD-ARQCAR01-CPF
                      FILE STATUS      IS WRK-FS-ARQCAR01.

           SELECT ARQCLI01 ASSIGN      TO UT-S-ARQCLI01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS FD-ARQCLI01-CPF
                      FILE STATUS      IS WRK-FS-ARQCLI01.

           SELECT ARQENT01 ASSIGN      TO UT-S-ARQENT01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS FD-ARQENT01-COD-FUNCO
                      FILE STATUS      IS WRK-FS-ARQENT01.

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
      *               ORG. SEQUENCIAL   -   LRECL = 020                *
      *----------------------------------------------------------------*

       FD  ARQMNT01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQMNT01              PIC X(020).

      *----------------------------------------------------------------*
      *   I-O:        CARTEIRA DE RELACIONAMENTO (CLIENTE X GERENTE)   *
      *               ORG. INDEXADA     -   LRECL = 040                *
      *----------------------------------------------------------------*

       FD  ARQCAR01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQCAR01.
           05 FD-ARQCAR01-CPF         PIC 9(11).
           05 FILLER                  PIC X(29).

      *----------------------------------------------------------------*
      *   INPUT:      CADASTRO DE CLIENTES POR CPF                     *
      *               ORG. INDEXADA     -   LRECL = 056                *
      *----------------------------------------------------------------*

       FD  ARQCLI01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQCLI01.
           05 FD-ARQCLI01-CPF         PIC 9(11).
           05 FILLER                  PIC X(45).

      *----------------------------------------------------------------*
      *   INPUT:      CADASTRO DE FUNCIONARIOS (GERENTES)              *
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
      *   OUTPUT:     LOG DAS TRANSACOES ACEITAS NA RODADA             *
      *               ORG. SEQUENCIAL   -   LRECL = 086                *
      *----------------------------------------------------------------*

       FD  ARQSAI01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI01              PIC X(086).

      *----------------------------------------------------------------*
      *   OUTPUT:     TRANSACOES REJEITADAS NA RODADA                  *
      *               ORG. SEQUENCIAL   -   LRECL = 052                *
      *----------------------------------------------------------------*

       FD  ARQREJ01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQREJ01              PIC X(052).

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
             'EXER0223 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC X(008) VALUE 'EXER0223'.
       77 WRK-MASK-QTDE           PIC ZZ.ZZ9.
       77 WRK-RESULTADO           PIC X(010) VALUE SPACES.
       77 WRK-COD-MOTIVO-REJEICAO PIC 9(002) VALUE ZEROS.
       77 WRK-DESC-MOTIVO-REJEICAO PIC X(030) VALUE SPACES.
       77 WRK-DATA-CORRENTE       PIC 9(008) VALUE ZEROS.
      *
       01 WRK-SW-VALIDACAO        PIC X(001) VALUE 'S'.
          88 WRK-TRANSACAO-VALIDA             VALUE 'S'.
          88 WRK-TRANSACAO-INVALIDA           VALUE 'N'.
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS-ARQMNT01     PIC 9(005) VALUE ZEROS.
           03 ACU-INCLUIDOS          PIC 9(005) VALUE ZEROS.
           03 ACU-ALTERADOS          PIC 9(005) VALUE ZEROS.
           03 ACU-EXCLUIDOS          PIC 9(005) VALUE ZEROS.
           03 ACU-REJEITADOS         PIC 9(005) VALUE ZEROS.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQMNT01      VALUE 'ARQMNT01'.
          88 WRK-CN-ARQCAR01      VALUE 'ARQCAR01'.
          88 WRK-CN-ARQCLI01      VALUE 'ARQCLI01'.
          88 WRK-CN-ARQENT01      VALUE 'ARQENT01'.
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
          05 WRK-FS-ARQCAR01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CAR01-OK           VALUE '00'.
             88 WRK-FS-CAR01-NAO-ENCONTRADO VALUE '23'.
          05 WRK-FS-ARQCLI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CLI01-OK           VALUE '00'.
             88 WRK-FS-CLI01-NAO-ENCONTRADO VALUE '23'.
          05 WRK-FS-ARQENT01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ENT01-OK           VALUE '00'.
             88 WRK-FS-ENT01-NAO-ENCONTRADO VALUE '23'.
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
           COPY MNT02223.
           COPY CAR02223.
           COPY CLI02105.
           COPY ENT01105.
           COPY LOG02223.
           COPY REJ02223.
           COPY AUD00105.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0223 - FIM DA AREA DE WORKING'.
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
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WRK-DATA-CORRENTE

           SET  WRK-CN-OPEN            TO TRUE

           SET  WRK-CN-ARQMNT01        TO TRUE
           OPEN INPUT ARQMNT01

           IF NOT WRK-FS-MNT01-OK
              MOVE WRK-FS-ARQMNT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQCAR01        TO TRUE
           OPEN I-O ARQCAR01

           IF NOT WRK-FS-CAR01-OK
              MOVE WRK-FS-ARQCAR01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQCLI01        TO TRUE
           OPEN INPUT ARQCLI01

           IF NOT WRK-FS-CLI01-OK
              MOVE WRK-FS-ARQCLI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQENT01        TO TRUE
           OPEN INPUT ARQENT01

           IF NOT WRK-FS-ENT01-OK
              MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
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
           MOVE SPACES                 TO ARQCLI01-NOM-CLIENTE

           EVALUATE TRUE
              WHEN ARQMNT01-TRANS-INCLUSAO
                 PERFORM 3100-ATRIBUIR-GERENTE
              WHEN ARQMNT01-TRANS-ALTERACAO
                 PERFORM 3200-REATRIBUIR-GERENTE
              WHEN ARQMNT01-TRANS-EXCLUSAO
                 PERFORM 3300-RETIRAR-CLIENTE
              WHEN OTHER
                 MOVE 01 TO WRK-COD-MOTIVO-REJEICAO
                 MOVE 'TIPO TRANSACAO INVALIDO'
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
      *    ROTINA DE ATRIBUICAO INICIAL DO GERENTE AO CLIENTE          *
      *----------------------------------------------------------------*
       3100-ATRIBUIR-GERENTE SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQMNT01-CPF           TO FD-ARQCAR01-CPF

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQCAR01        TO TRUE

           READ ARQCAR01

           IF WRK-FS-CAR01-OK
              MOVE 02 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'CLIENTE JA POSSUI GERENTE'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
           ELSE
              IF WRK-FS-CAR01-NAO-ENCONTRADO
                 PERFORM 3500-VALIDAR-CLIENTE

                 IF WRK-TRANSACAO-VALIDA
                    PERFORM 3600-VALIDAR-GERENTE
                 END-IF

                 IF WRK-TRANSACAO-VALIDA
                    MOVE ARQMNT01-CPF  TO ARQCAR01-CPF
                    MOVE ZEROS         TO ARQCAR01-COD-FUNCO-ANTERIOR
                    PERFORM 3700-MONTAR-REGISTRO-MESTRE

                    SET  WRK-CN-WRITE  TO TRUE
                    SET  WRK-CN-ARQCAR01 TO TRUE
                    WRITE FD-ARQCAR01  FROM ARQCAR01-REGISTRO

                    IF WRK-FS-CAR01-OK
                       ADD 1 TO ACU-INCLUIDOS
                       MOVE 'ATRIBUIDO' TO WRK-RESULTADO
                       PERFORM 3950-GRAVAR-LOG
                    ELSE
                       MOVE WRK-FS-ARQCAR01 TO WRK-FS-DISPLAY
                       PERFORM 9100-ERROS-ARQUIVOS
                    END-IF
                 END-IF
              ELSE
                 MOVE WRK-FS-ARQCAR01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE REATRIBUICAO (TROCA DO GERENTE DO CLIENTE)        *
      *----------------------------------------------------------------*
       3200-REATRIBUIR-GERENTE SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQMNT01-CPF           TO FD-ARQCAR01-CPF

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQCAR01        TO TRUE

           READ ARQCAR01 INTO ARQCAR01-REGISTRO

           IF WRK-FS-CAR01-OK
              IF ARQMNT01-COD-FUNCO-GERENTE EQUAL
                                       ARQCAR01-COD-FUNCO-GERENTE
                 MOVE 08 TO WRK-COD-MOTIVO-REJEICAO
                 MOVE 'GERENTE IGUAL AO ATUAL'
                                        TO WRK-DESC-MOTIVO-REJEICAO
                 PERFORM 3960-GRAVAR-REJEITO
              ELSE
                 PERFORM 3500-VALIDAR-CLIENTE

                 IF WRK-TRANSACAO-VALIDA
                    PERFORM 3600-VALIDAR-GERENTE
                 END-IF

                 IF WRK-TRANSACAO-VALIDA
                    MOVE ARQCAR01-COD-FUNCO-GERENTE
                                       TO ARQCAR01-COD-FUNCO-ANTERIOR
                    PERFORM 3700-MONTAR-REGISTRO-MESTRE

                    SET  WRK-CN-WRITE  TO TRUE
                    SET  WRK-CN-ARQCAR01 TO TRUE
                    REWRITE FD-ARQCAR01 FROM ARQCAR01-REGISTRO

                    IF WRK-FS-CAR01-OK
                       ADD 1 TO ACU-ALTERADOS
                       MOVE 'TROCADO'    TO WRK-RESULTADO
                       PERFORM 3950-GRAVAR-LOG
                    ELSE
                       MOVE WRK-FS-ARQCAR01 TO WRK-FS-DISPLAY
                       PERFORM 9100-ERROS-ARQUIVOS
                    END-IF
                 END-IF
              END-IF
           ELSE
              IF WRK-FS-CAR01-NAO-ENCONTRADO
                 MOVE 03 TO WRK-COD-MOTIVO-REJEICAO
                 MOVE 'CLIENTE SEM GERENTE ATRIBUIDO'
                                        TO WRK-DESC-MOTIVO-REJEICAO
                 PERFORM 3960-GRAVAR-REJEITO
              ELSE
                 MOVE WRK-FS-ARQCAR01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE RETIRADA DO CLIENTE DA CARTEIRA DO GERENTE        *
      *----------------------------------------------------------------*
       3300-RETIRAR-CLIENTE SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQMNT01-CPF           TO FD-ARQCAR01-CPF

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQCAR01        TO TRUE

           READ ARQCAR01 INTO ARQCAR01-REGISTRO

           IF WRK-FS-CAR01-OK
              MOVE ARQCAR01-COD-FUNCO-GERENTE
                                       TO ARQMNT01-COD-FUNCO-GERENTE

              SET  WRK-CN-DELETE       TO TRUE
              DELETE ARQCAR01

              IF WRK-FS-CAR01-OK
                 ADD 1 TO ACU-EXCLUIDOS
                 MOVE 'RETIRADO'       TO WRK-RESULTADO
                 PERFORM 3950-GRAVAR-LOG
              ELSE
                 MOVE WRK-FS-ARQCAR01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           ELSE
              IF WRK-FS-CAR01-NAO-ENCONTRADO
                 MOVE 03 TO WRK-COD-MOTIVO-REJEICAO
                 MOVE 'CLIENTE SEM GERENTE ATRIBUIDO'
                                        TO WRK-DESC-MOTIVO-REJEICAO
                 PERFORM 3960-GRAVAR-REJEITO
              ELSE
                 MOVE WRK-FS-ARQCAR01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    VALIDA O CLIENTE DA TRANSACAO: DEVE EXISTIR NO CADASTRO E   *
      *    NAO ESTAR COM O RELACIONAMENTO ENCERRADO                    *
      *----------------------------------------------------------------*
       3500-VALIDAR-CLIENTE SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-TRANSACAO-VALIDA   TO TRUE

           MOVE ARQMNT01-CPF           TO FD-ARQCLI01-CPF

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQCLI01        TO TRUE

           READ ARQCLI01 INTO ARQCLI01-REGISTRO

           IF WRK-FS-CLI01-OK
              IF ARQCLI01-RELAC-ENCERRADO
                 SET  WRK-TRANSACAO-INVALIDA TO TRUE
                 MOVE 05 TO WRK-COD-MOTIVO-REJEICAO
                 MOVE 'RELACIONAMENTO ENCERRADO'
                                        TO WRK-DESC-MOTIVO-REJEICAO
                 PERFORM 3960-GRAVAR-REJEITO
              END-IF
           ELSE
              IF WRK-FS-CLI01-NAO-ENCONTRADO
                 SET  WRK-TRANSACAO-INVALIDA TO TRUE
                 MOVE 04 TO WRK-COD-MOTIVO-REJEICAO
                 MOVE 'CLIENTE NAO CADASTRADO'
                                        TO WRK-DESC-MOTIVO-REJEICAO
                 PERFORM 3960-GRAVAR-REJEITO
              ELSE
                 MOVE WRK-FS-ARQCLI01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    VALIDA O GERENTE DA TRANSACAO: DEVE EXISTIR NO CADASTRO DE  *
      *    FUNCIONARIOS E ESTAR ATIVO (SUSPENSO/DESLIGADO NAO RECEBE   *
      *    CARTEIRA)                                                   *
      *----------------------------------------------------------------*
       3600-VALIDAR-GERENTE SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQMNT01-COD-FUNCO-GERENTE TO FD-ARQENT01-COD-FUNCO

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQENT01        TO TRUE

           READ ARQENT01 INTO ARQENT01-REGISTRO

           IF WRK-FS-ENT01-OK
              IF NOT ARQENT01-FUNCO-ATIVO
                 SET  WRK-TRANSACAO-INVALIDA TO TRUE
                 MOVE 07 TO WRK-COD-MOTIVO-REJEICAO
                 MOVE 'GERENTE NAO ESTA ATIVO'
                                        TO WRK-DESC-MOTIVO-REJEICAO
                 PERFORM 3960-GRAVAR-REJEITO
              END-IF
           ELSE
              IF WRK-FS-ENT01-NAO-ENCONTRADO
                 SET  WRK-TRANSACAO-INVALIDA TO TRUE
                 MOVE 06 TO WRK-COD-MOTIVO-REJEICAO
                 MOVE 'GERENTE NAO CADASTRADO'
                                        TO WRK-DESC-MOTIVO-REJEICAO
                 PERFORM 3960-GRAVAR-REJEITO
              ELSE
                 MOVE WRK-FS-ARQENT01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE MONTAGEM DO REGISTRO MESTRE A PARTIR DA TRANSACAO *
      *----------------------------------------------------------------*
       3700-MONTAR-REGISTRO-MESTRE SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQMNT01-COD-FUNCO-GERENTE
                                       TO ARQCAR01-COD-FUNCO-GERENTE
           MOVE WRK-DATA-CORRENTE      TO ARQCAR01-DAT-ATRIBUICAO
           .
      *----------------------------------------------------------------*
       3700-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE GRAVACAO DO LOG DE TRANSACOES ACEITAS             *
      *----------------------------------------------------------------*
       3950-GRAVAR-LOG SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQMNT01-TIPO-TRANSACAO TO ARQSAI01-TIPO-TRANSACAO
           MOVE ARQMNT01-CPF            TO ARQSAI01-CPF
           MOVE ARQCLI01-NOM-CLIENTE    TO ARQSAI01-NOM-CLIENTE
           MOVE ARQMNT01-COD-FUNCO-GERENTE
                                        TO ARQSAI01-COD-FUNCO-GERENTE
           MOVE ARQCAR01-COD-FUNCO-ANTERIOR
                                        TO ARQSAI01-COD-FUNCO-ANTERIOR
           MOVE WRK-DATA-CORRENTE       TO ARQSAI01-DAT-ATRIBUICAO
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
           MOVE ARQMNT01-TIPO-TRANSACAO TO ARQREJ01-TIPO-TRANSACAO
           MOVE ARQMNT01-CPF            TO ARQREJ01-CPF
           MOVE ARQMNT01-COD-FUNCO-GERENTE
                                        TO ARQREJ01-COD-FUNCO-GERENTE
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

           SET  WRK-CN-ARQCAR01        TO TRUE
           CLOSE ARQCAR01
           IF NOT WRK-FS-CAR01-OK
              MOVE WRK-FS-ARQCAR01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQCLI01        TO TRUE
           CLOSE ARQCLI01
           IF NOT WRK-FS-CLI01-OK
              MOVE WRK-FS-ARQCLI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQENT01        TO TRUE
           CLOSE ARQENT01
           IF NOT WRK-FS-ENT01-OK
              MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
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
           DISPLAY '* QTDE DE ATRIBUICOES        : ' WRK-MASK-QTDE  '*'
           MOVE ACU-ALTERADOS          TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE REATRIBUICOES      : ' WRK-MASK-QTDE  '*'
           MOVE ACU-EXCLUIDOS          TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE RETIRADAS          : ' WRK-MASK-QTDE  '*'
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
