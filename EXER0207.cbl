      *    OBJETIVO....:   MANUTENCAO (INCLUSAO/ALTERACAO/EXCLUSAO)    *
      *                    DO CADASTRO DE CLIENTES POR CPF (ARQCLI01), *
      *                    A PARTIR DE UM ARQUIVO DE TRANSACOES.       *
      *                    NA INCLUSAO E NA TROCA DE AGENCIA, A        *
      *                    AGENCIA DEVE EXISTIR NO CADASTRO DE         *
      *                    AGENCIAS (AGE02241) E ESTAR ATIVA.          *
      *                    CLIENTE FALECIDO ('F', MARCADO PELO         *
      *                    EXER0621) NAO PODE SER EXCLUIDO NEM TER A   *
      *                    SITUACAO ALTERADA (REJEICAO 06).            *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQMNT01                                  MNT02107        *
      *      ARQCLI01                                  CLI02105        *
      *      ARQAGE01 (CADASTRO, LEITURA DIRETA)       AGE02241        *
      *      ARQSAI01                                  LOG02107        *
      *      ARQREJ01                                  REJ02107        *
      *      ARQAUD01                                  AUD00105        *
                      RECORD KEY       IS FD-ARQCLI01-CPF
                      FILE STATUS      IS WRK-FS-ARQCLI01.

           SELECT ARQAGE01 ASSIGN      TO UT-S-ARQAGE01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS FD-ARQAGE01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQAGE01.

           SELECT ARQSAI01 ASSIGN      TO UT-S-ARQSAI01
                      FILE STATUS      IS WRK-FS-ARQSAI01.

           05 FD-ARQCLI01-CPF         PIC 9(11).
           05 FILLER                  PIC X(45).

      *----------------------------------------------------------------*
      *   INPUT:      CADASTRO DE AGENCIAS                             *
      *               ORG. INDEXADA     -   LRECL = 100                *
      *----------------------------------------------------------------*

       FD  ARQAGE01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQAGE01.
           05 FD-ARQAGE01-CHAVE       PIC 9(04).
           05 FILLER                  PIC X(96).

      *----------------------------------------------------------------*
      *   OUTPUT:     LOG DAS TRANSACOES ACEITAS NA RODADA             *
      *               ORG. SEQUENCIAL   -   LRECL = 062                *
       77 WRK-RESULTADO           PIC X(010) VALUE SPACES.
       77 WRK-COD-MOTIVO-REJEICAO PIC 9(002) VALUE ZEROS.
       77 WRK-DESC-MOTIVO-REJEICAO PIC X(030) VALUE SPACES.
      *
       01 WRK-SW-AGENCIA          PIC X(001) VALUE 'S'.
          88 WRK-AGENCIA-VALIDA               VALUE 'S'.
          88 WRK-AGENCIA-INVALIDA             VALUE 'N'.
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS-ARQMNT01     PIC 9(005) VALUE ZEROS.
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQMNT01      VALUE 'ARQMNT01'.
          88 WRK-CN-ARQCLI01      VALUE 'ARQCLI01'.
          88 WRK-CN-ARQAGE01      VALUE 'ARQAGE01'.
          88 WRK-CN-ARQSAI01      VALUE 'ARQSAI01'.
          88 WRK-CN-ARQREJ01      VALUE 'ARQREJ01'.
          88 WRK-CN-ARQAUD01      VALUE 'ARQAUD01'.
          05 WRK-FS-ARQCLI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CLI01-OK           VALUE '00'.
             88 WRK-FS-CLI01-NAO-ENCONTRADO VALUE '23'.
          05 WRK-FS-ARQAGE01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AGE01-OK           VALUE '00'.
             88 WRK-FS-AGE01-NAO-ENCONTRADO VALUE '23'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK           VALUE '00'.
          05 WRK-FS-ARQREJ01      PIC  X(002) VALUE SPACES.
      *
           COPY MNT02107.
           COPY CLI02105.
           COPY AGE02241.
           COPY LOG02107.
           COPY REJ02107.
           COPY AUD00105.
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQAGE01        TO TRUE
           OPEN INPUT ARQAGE01

           IF NOT WRK-FS-AGE01-OK
              MOVE WRK-FS-ARQAGE01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQSAI01        TO TRUE
           OPEN OUTPUT ARQSAI01

              PERFORM 3960-GRAVAR-REJEITO
           ELSE
              IF WRK-FS-CLI01-NAO-ENCONTRADO
                 PERFORM 3600-VALIDAR-AGENCIA

                 IF WRK-AGENCIA-VALIDA
                    PERFORM 3700-MONTAR-REGISTRO-MESTRE

                    SET  WRK-CN-WRITE  TO TRUE
                    SET  WRK-CN-ARQCLI01 TO TRUE
                    WRITE FD-ARQCLI01  FROM ARQCLI01-REGISTRO

                    IF WRK-FS-CLI01-OK
                       ADD 1 TO ACU-INCLUIDOS
                       MOVE 'INCLUIDO' TO WRK-RESULTADO
                       PERFORM 3950-GRAVAR-LOG
                    ELSE
                       MOVE WRK-FS-ARQCLI01 TO WRK-FS-DISPLAY
                       PERFORM 9100-ERROS-ARQUIVOS
                    END-IF
                 END-IF
              ELSE
                 MOVE WRK-FS-ARQCLI01  TO WRK-FS-DISPLAY
           READ ARQCLI01 INTO ARQCLI01-REGISTRO

           IF WRK-FS-CLI01-OK
              AND ARQCLI01-RELAC-FALECIDO
              AND ARQMNT01-SIT-RELACIONAMENTO NOT EQUAL 'F'
              MOVE 06 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'CLIENTE FALECIDO'  TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
              GO TO 3200-99-FIM
           END-IF

           IF WRK-FS-CLI01-OK
              IF ARQMNT01-COD-AGENCIA EQUAL ARQCLI01-COD-AGENCIA
                 SET  WRK-AGENCIA-VALIDA TO TRUE
              ELSE
                 PERFORM 3600-VALIDAR-AGENCIA
              END-IF

              IF WRK-AGENCIA-VALIDA
                 PERFORM 3700-MONTAR-REGISTRO-MESTRE

                 SET  WRK-CN-WRITE     TO TRUE
                 SET  WRK-CN-ARQCLI01  TO TRUE
                 REWRITE FD-ARQCLI01   FROM ARQCLI01-REGISTRO

                 IF WRK-FS-CLI01-OK
                    ADD 1 TO ACU-ALTERADOS
                    MOVE 'ALTERADO'    TO WRK-RESULTADO
                    PERFORM 3950-GRAVAR-LOG
                 ELSE
                    MOVE WRK-FS-ARQCLI01 TO WRK-FS-DISPLAY
                    PERFORM 9100-ERROS-ARQUIVOS
                 END-IF
              END-IF
           ELSE
              IF WRK-FS-CLI01-NAO-ENCONTRADO
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQCLI01        TO TRUE

           READ ARQCLI01 INTO ARQCLI01-REGISTRO

           IF WRK-FS-CLI01-OK
              AND ARQCLI01-RELAC-FALECIDO
              MOVE 06 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'CLIENTE FALECIDO'  TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
              GO TO 3300-99-FIM
           END-IF

           IF WRK-FS-CLI01-OK
              SET  WRK-CN-DELETE       TO TRUE
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    VALIDA A AGENCIA DA TRANSACAO NO CADASTRO DE AGENCIAS: DEVE *
      *    EXISTIR E ESTAR ATIVA (AGENCIA ENCERRADA TEM A CARTEIRA     *
      *    MIGRADA PARA A SUCESSORA PELO EXER0242)                     *
      *----------------------------------------------------------------*
       3600-VALIDAR-AGENCIA SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-AGENCIA-VALIDA     TO TRUE

           MOVE ARQMNT01-COD-AGENCIA   TO FD-ARQAGE01-CHAVE

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQAGE01        TO TRUE

           READ ARQAGE01 INTO ARQAGE01-REGISTRO

           IF WRK-FS-AGE01-OK
              IF ARQAGE01-AGENCIA-ENCERRADA
                 SET  WRK-AGENCIA-INVALIDA TO TRUE
                 MOVE 05 TO WRK-COD-MOTIVO-REJEICAO
                 MOVE 'AGENCIA ENCERRADA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
                 PERFORM 3960-GRAVAR-REJEITO
              END-IF
           ELSE
              IF WRK-FS-AGE01-NAO-ENCONTRADO
                 SET  WRK-AGENCIA-INVALIDA TO TRUE
                 MOVE 04 TO WRK-COD-MOTIVO-REJEICAO
                 MOVE 'AGENCIA NAO CADASTRADA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
                 PERFORM 3960-GRAVAR-REJEITO
              ELSE
                 MOVE WRK-FS-ARQAGE01  TO WRK-FS-DISPLAY
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
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQAGE01        TO TRUE
           CLOSE ARQAGE01
           IF NOT WRK-FS-AGE01-OK
              MOVE WRK-FS-ARQAGE01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQSAI01        TO TRUE
           CLOSE ARQSAI01
           IF NOT WRK-FS-SAI01-OK
