      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0324.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0324                                      *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   MANUTENCAO DO CADASTRO DE GARANTIAS DOS     *
      *                    EMPRESTIMOS (ARQGAR01, CHAVE AGENCIA +      *
      *                    CONTA + EMPRESTIMO + NUMERO DA GARANTIA):   *
      *                    INCLUI A GARANTIA (VEICULO, IMOVEL OU       *
      *                    APLICACAO EMPENHADA) COM A AVALIACAO E O    *
      *                    GRAVAME, ALTERA A DESCRICAO, REAVALIA OU    *
      *                    ATUALIZA A SITUACAO DO GRAVAME, OU BAIXA O  *
      *                    GRAVAME (SITUACAO 'B' E DATA DA BAIXA; O    *
      *                    REGISTRO E MANTIDO), A PARTIR DE UM ARQUIVO *
      *                    DE TRANSACOES. NA INCLUSAO O EMPRESTIMO     *
      *                    DEVE EXISTIR NO CADASTRO (ENT03105).        *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQMNT01                                  MNT03324        *
      *      ARQGAR01                                  GAR03324        *
      *      ARQENT01 (CADASTRO, LEITURA DIRETA)       ENT03105        *
      *      ARQSAI01                                  LOG03324        *
      *      ARQREJ01                                  REJ03324        *
      *      ARQAUD01                                  AUD00105        *
      *----------------------------------------------------------------*
      *    ROTINAS.....:  ERRO2000                                     *
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

           SELECT ARQGAR01 ASSIGN      TO UT-S-ARQGAR01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS FD-ARQGAR01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQGAR01.

           SELECT ARQENT01 ASSIGN      TO UT-S-ARQENT01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS FD-ARQENT01-CHAVE
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
      *               ORG. SEQUENCIAL   -   LRECL = 100                *
      *----------------------------------------------------------------*

       FD  ARQMNT01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQMNT01              PIC X(100).

      *----------------------------------------------------------------*
      *   I-O:        CADASTRO DE GARANTIAS DOS EMPRESTIMOS            *
      *               ORG. INDEXADA     -   LRECL = 100                *
      *----------------------------------------------------------------*

       FD  ARQGAR01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQGAR01.
           05 FD-ARQGAR01-CHAVE       PIC X(11).
           05 FILLER                  PIC X(89).

      *----------------------------------------------------------------*
      *   INPUT:      CADASTRO DE EMPRESTIMOS (LEITURA DIRETA)         *
      *               ORG. INDEXADA     -   LRECL = 233                *
      *----------------------------------------------------------------*

       FD  ARQENT01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQENT01.
           05 FD-ARQENT01-CHAVE.
              10 FD-ARQENT01-COD-AGENCIA  PIC 9(03).
              10 FD-ARQENT01-NUM-CONTA    PIC 9(03).
              10 FD-ARQENT01-NUM-EMPRESTIMO PIC 9(03).
           05 FILLER                     PIC X(224).

      *----------------------------------------------------------------*
      *   OUTPUT:     LOG DAS TRANSACOES ACEITAS NA RODADA             *
      *               ORG. SEQUENCIAL   -   LRECL = 096                *
      *----------------------------------------------------------------*

       FD  ARQSAI01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI01              PIC X(096).

      *----------------------------------------------------------------*
      *   OUTPUT:     TRANSACOES REJEITADAS NA RODADA                  *
      *               ORG. SEQUENCIAL   -   LRECL = 117                *
      *----------------------------------------------------------------*

       FD  ARQREJ01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQREJ01              PIC X(117).

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
             'EXER0324 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC X(008) VALUE 'EXER0324'.
       77 WRK-ERRO2000            PIC X(008) VALUE 'ERRO2000'.
       77 WRK-MASK-QTDE           PIC ZZ.ZZ9.
       77 WRK-RESULTADO           PIC X(010) VALUE SPACES.
       77 WRK-COD-MOTIVO-REJEICAO PIC 9(002) VALUE ZEROS.
       77 WRK-DESC-MOTIVO-REJEICAO PIC X(030) VALUE SPACES.
       77 WRK-DATA-CORRENTE       PIC 9(008) VALUE ZEROS.
       77 WRK-DATA-EFETIVA        PIC 9(008) VALUE ZEROS.
       77 WRK-DATA-AVALIACAO      PIC 9(008) VALUE ZEROS.
       77 WRK-DATA-CRITICA        PIC X(008) VALUE SPACES.
       77 WRK-DATA-VALIDADA       PIC 9(008) VALUE ZEROS.
      *
       01 WRK-EFE-DATA.
          05 WRK-EFE-ANO          PIC 9(004) VALUE ZEROS.
          05 WRK-EFE-MES          PIC 9(002) VALUE ZEROS.
          05 WRK-EFE-DIA          PIC 9(002) VALUE ZEROS.
      *
       77 WRK-EFE-DIAS-MES        PIC 9(002) VALUE ZEROS.
       77 WRK-EFE-RESTO           PIC 9(004) VALUE ZEROS.
      *
       01 WRK-SW-DATA             PIC X(001) VALUE 'S'.
          88 WRK-DATA-VALIDA                  VALUE 'S'.
          88 WRK-DATA-INVALIDA                VALUE 'N'.
      *
       01 WRK-SW-VALIDACAO        PIC X(001) VALUE 'S'.
          88 WRK-TRANSACAO-VALIDA             VALUE 'S'.
          88 WRK-TRANSACAO-INVALIDA           VALUE 'N'.
      *
       01 WRK-SW-ALTERACAO        PIC X(001) VALUE 'N'.
          88 WRK-HOUVE-ALTERACAO              VALUE 'S'.
          88 WRK-SEM-ALTERACAO                VALUE 'N'.
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS-ARQMNT01     PIC 9(005) VALUE ZEROS.
           03 ACU-INCLUIDOS          PIC 9(005) VALUE ZEROS.
           03 ACU-ALTERADOS          PIC 9(005) VALUE ZEROS.
           03 ACU-REAVALIADOS        PIC 9(005) VALUE ZEROS.
           03 ACU-EXCLUIDOS          PIC 9(005) VALUE ZEROS.
           03 ACU-REJEITADOS         PIC 9(005) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI01     PIC 9(005) VALUE ZEROS.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQMNT01      VALUE 'ARQMNT01'.
          88 WRK-CN-ARQGAR01      VALUE 'ARQGAR01'.
          88 WRK-CN-ARQENT01      VALUE 'ARQENT01'.
          88 WRK-CN-ARQSAI01      VALUE 'ARQSAI01'.
          88 WRK-CN-ARQREJ01      VALUE 'ARQREJ01'.
          88 WRK-CN-ARQAUD01      VALUE 'ARQAUD01'.

       77 WRK-COMANDO             PIC  X(006) VALUE SPACES.
          88 WRK-CN-OPEN          VALUE 'OPEN  '.
          88 WRK-CN-CLOSE         VALUE 'CLOSE '.
          88 WRK-CN-READ          VALUE 'READ  '.
          88 WRK-CN-WRITE         VALUE 'WRITE '.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA PARA TRATAMENTO DE FILE-STATUS'.
      *----------------------------------------------------------------*
      *
       01 WRK-AREA-FS.
          05 WRK-FS-ARQMNT01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-MNT01-OK           VALUE '00'.
             88 WRK-FS-MNT01-FIM          VALUE '10'.
          05 WRK-FS-ARQGAR01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-GAR01-OK           VALUE '00'.
             88 WRK-FS-GAR01-NAO-ENCONTRADO VALUE '23'.
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
           COPY MNT03324.
           COPY GAR03324.
           COPY ENT03105.
           COPY LOG03324.
           COPY REJ03324.
           COPY AUD00105.
           COPY 'I#ERRO01'.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0324 - FIM DA AREA DE WORKING'.
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

           SET  WRK-CN-ARQGAR01        TO TRUE
           OPEN I-O ARQGAR01

           IF NOT WRK-FS-GAR01-OK
              MOVE WRK-FS-ARQGAR01     TO WRK-FS-DISPLAY
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
      *    ROTINA DE PROCESSAMENTO DE CADA TRANSACAO: CRITICA O TIPO   *
      *    E A CHAVE DA GARANTIA ANTES DE DESVIAR PARA A MANUTENCAO    *
      *----------------------------------------------------------------*
       3000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-TRANSACAO-VALIDA   TO TRUE

           IF ARQMNT01-TRANS-INCLUSAO OR ARQMNT01-TRANS-ALTERACAO
                                      OR ARQMNT01-TRANS-EXCLUSAO
              PERFORM 3400-VALIDAR-CHAVE
           ELSE
              SET  WRK-TRANSACAO-INVALIDA TO TRUE
              MOVE 01 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'TIPO TRANSACAO INVALIDO'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
           END-IF

           IF WRK-TRANSACAO-VALIDA
              EVALUATE TRUE
                 WHEN ARQMNT01-TRANS-INCLUSAO
                    PERFORM 3100-INCLUIR-GARANTIA
                 WHEN ARQMNT01-TRANS-ALTERACAO
                    PERFORM 3200-ALTERAR-GARANTIA
                 WHEN ARQMNT01-TRANS-EXCLUSAO
                    PERFORM 3300-BAIXAR-GRAVAME
              END-EVALUATE
           END-IF

           PERFORM 3800-LER-TRANSACAO
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE INCLUSAO DA GARANTIA NO CADASTRO                  *
      *----------------------------------------------------------------*
       3100-INCLUIR-GARANTIA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQMNT01-CHAVE         TO FD-ARQGAR01-CHAVE

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQGAR01        TO TRUE

           READ ARQGAR01

           IF WRK-FS-GAR01-OK
              MOVE 02 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'GARANTIA JA CADASTRADA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
           ELSE
              IF WRK-FS-GAR01-NAO-ENCONTRADO
                 INITIALIZE ARQGAR01-REGISTRO
                 PERFORM 3450-VALIDAR-TIPO

                 IF WRK-TRANSACAO-VALIDA
                    PERFORM 3460-VALIDAR-DESCRICAO
                 END-IF

                 IF WRK-TRANSACAO-VALIDA
                    PERFORM 3470-VALIDAR-VALOR
                 END-IF

                 IF WRK-TRANSACAO-VALIDA
                    PERFORM 3570-VALIDAR-DAT-AVALIACAO
                 END-IF

                 IF WRK-TRANSACAO-VALIDA
                    PERFORM 3480-VALIDAR-GRAVAME
                 END-IF

                 IF WRK-TRANSACAO-VALIDA
                    PERFORM 3550-VALIDAR-DAT-EFETIVA
                 END-IF

                 IF WRK-TRANSACAO-VALIDA
                    PERFORM 3500-VALIDAR-EMPRESTIMO
                 END-IF

                 IF WRK-TRANSACAO-VALIDA
                    MOVE ARQMNT01-CHAVE TO ARQGAR01-CHAVE
                    MOVE ARQMNT01-DES-GARANTIA
                                       TO ARQGAR01-DES-GARANTIA
                    MOVE ARQMNT01-VAL-AVALIACAO
                                       TO ARQGAR01-VAL-AVALIACAO
                    MOVE WRK-DATA-AVALIACAO
                                       TO ARQGAR01-DAT-AVALIACAO
                    MOVE WRK-DATA-EFETIVA
                                       TO ARQGAR01-DAT-INCLUSAO
                    MOVE ZEROS         TO ARQGAR01-DAT-BAIXA

                    SET  WRK-CN-WRITE  TO TRUE
                    SET  WRK-CN-ARQGAR01 TO TRUE
                    WRITE FD-ARQGAR01  FROM ARQGAR01-REGISTRO

                    IF WRK-FS-GAR01-OK
                       ADD 1 TO ACU-INCLUIDOS
                       MOVE 'INCLUIDA'  TO WRK-RESULTADO
                       PERFORM 3950-GRAVAR-LOG
                    ELSE
                       MOVE WRK-FS-ARQGAR01 TO WRK-FS-DISPLAY
                       PERFORM 9100-ERROS-ARQUIVOS
                    END-IF
                 END-IF
              ELSE
                 MOVE WRK-FS-ARQGAR01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE ALTERACAO DA GARANTIA ATIVA: OS CAMPOS INFORMADOS *
      *    NA TRANSACAO SUBSTITUEM OS DO CADASTRO (DESCRICAO, NOVA     *
      *    AVALIACAO - VALOR E DATA - E SITUACAO DO GRAVAME P/R)       *
      *----------------------------------------------------------------*
       3200-ALTERAR-GARANTIA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQMNT01-CHAVE         TO FD-ARQGAR01-CHAVE

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQGAR01        TO TRUE

           READ ARQGAR01 INTO ARQGAR01-REGISTRO

           IF WRK-FS-GAR01-NAO-ENCONTRADO
              MOVE 03 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'GARANTIA NAO CADASTRADA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
              GO TO 3200-99-FIM
           END-IF

           IF NOT WRK-FS-GAR01-OK
              MOVE WRK-FS-ARQGAR01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF ARQGAR01-GRAVAME-BAIXADO
              MOVE 07 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'GRAVAME JA BAIXADO'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
              GO TO 3200-99-FIM
           END-IF

           SET  WRK-SEM-ALTERACAO      TO TRUE

           IF ARQMNT01-VAL-AVALIACAO-X NOT EQUAL SPACES
              AND ARQMNT01-VAL-AVALIACAO-X NOT EQUAL ZEROS
              PERFORM 3470-VALIDAR-VALOR

              IF WRK-TRANSACAO-VALIDA
                 PERFORM 3570-VALIDAR-DAT-AVALIACAO
              END-IF

              IF WRK-TRANSACAO-VALIDA
                 AND WRK-DATA-AVALIACAO LESS ARQGAR01-DAT-AVALIACAO
                 SET  WRK-TRANSACAO-INVALIDA TO TRUE
                 MOVE 12 TO WRK-COD-MOTIVO-REJEICAO
                 MOVE 'DATA DE AVALIACAO INVALIDA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
                 PERFORM 3960-GRAVAR-REJEITO
              END-IF

              IF WRK-TRANSACAO-INVALIDA
                 GO TO 3200-99-FIM
              END-IF

              MOVE ARQMNT01-VAL-AVALIACAO
                                       TO ARQGAR01-VAL-AVALIACAO
              MOVE WRK-DATA-AVALIACAO  TO ARQGAR01-DAT-AVALIACAO
              ADD 1 TO ACU-REAVALIADOS
              SET  WRK-HOUVE-ALTERACAO TO TRUE
           END-IF

           IF ARQMNT01-SIT-GRAVAME NOT EQUAL SPACES
              PERFORM 3480-VALIDAR-GRAVAME

              IF WRK-TRANSACAO-INVALIDA
                 GO TO 3200-99-FIM
              END-IF

              SET  WRK-HOUVE-ALTERACAO TO TRUE
           END-IF

           IF ARQMNT01-DES-GARANTIA NOT EQUAL SPACES
              MOVE ARQMNT01-DES-GARANTIA
                                       TO ARQGAR01-DES-GARANTIA
              SET  WRK-HOUVE-ALTERACAO TO TRUE
           END-IF

           IF WRK-SEM-ALTERACAO
              MOVE 10 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'NENHUMA ALTERACAO INFORMADA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
              GO TO 3200-99-FIM
           END-IF

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQGAR01        TO TRUE
           REWRITE FD-ARQGAR01 FROM ARQGAR01-REGISTRO

           IF WRK-FS-GAR01-OK
              ADD 1 TO ACU-ALTERADOS
              MOVE 'ALTERADA'          TO WRK-RESULTADO
              PERFORM 3950-GRAVAR-LOG
           ELSE
              MOVE WRK-FS-ARQGAR01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE BAIXA DO GRAVAME: O REGISTRO PERMANECE NO         *
      *    CADASTRO COM A SITUACAO 'B' E A DATA DA BAIXA, E DEIXA DE   *
      *    COMPOR O VALOR DAS GARANTIAS NO LOAN-TO-VALUE (EXER0325)    *
      *----------------------------------------------------------------*
       3300-BAIXAR-GRAVAME SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQMNT01-CHAVE         TO FD-ARQGAR01-CHAVE

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQGAR01        TO TRUE

           READ ARQGAR01 INTO ARQGAR01-REGISTRO

           IF WRK-FS-GAR01-OK
              IF ARQGAR01-GRAVAME-BAIXADO
                 MOVE 07 TO WRK-COD-MOTIVO-REJEICAO
                 MOVE 'GRAVAME JA BAIXADO'
                                        TO WRK-DESC-MOTIVO-REJEICAO
                 PERFORM 3960-GRAVAR-REJEITO
              ELSE
                 PERFORM 3550-VALIDAR-DAT-EFETIVA

                 IF WRK-TRANSACAO-VALIDA
                    AND WRK-DATA-EFETIVA LESS ARQGAR01-DAT-INCLUSAO
                    SET  WRK-TRANSACAO-INVALIDA TO TRUE
                    MOVE 08 TO WRK-COD-MOTIVO-REJEICAO
                    MOVE 'DATA EFETIVA INVALIDA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
                    PERFORM 3960-GRAVAR-REJEITO
                 END-IF

                 IF WRK-TRANSACAO-VALIDA
                    MOVE WRK-DATA-EFETIVA
                                       TO ARQGAR01-DAT-BAIXA
                    SET  ARQGAR01-GRAVAME-BAIXADO TO TRUE

                    SET  WRK-CN-WRITE  TO TRUE
                    SET  WRK-CN-ARQGAR01 TO TRUE
                    REWRITE FD-ARQGAR01 FROM ARQGAR01-REGISTRO

                    IF WRK-FS-GAR01-OK
                       ADD 1 TO ACU-EXCLUIDOS
                       MOVE 'BAIXADA'   TO WRK-RESULTADO
                       PERFORM 3950-GRAVAR-LOG
                    ELSE
                       MOVE WRK-FS-ARQGAR01 TO WRK-FS-DISPLAY
                       PERFORM 9100-ERROS-ARQUIVOS
                    END-IF
                 END-IF
              END-IF
           ELSE
              IF WRK-FS-GAR01-NAO-ENCONTRADO
                 MOVE 03 TO WRK-COD-MOTIVO-REJEICAO
                 MOVE 'GARANTIA NAO CADASTRADA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
                 PERFORM 3960-GRAVAR-REJEITO
              ELSE
                 MOVE WRK-FS-ARQGAR01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    VALIDA A CHAVE DA GARANTIA DA TRANSACAO: AGENCIA, CONTA,    *
      *    EMPRESTIMO E NUMERO DA GARANTIA NUMERICOS E NAO ZERADOS     *
      *----------------------------------------------------------------*
       3400-VALIDAR-CHAVE SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQMNT01-COD-AGENCIA NOT NUMERIC
              OR ARQMNT01-NUM-CONTA NOT NUMERIC
              OR ARQMNT01-NUM-EMPRESTIMO NOT NUMERIC
              OR ARQMNT01-NUM-GARANTIA NOT NUMERIC
              SET  WRK-TRANSACAO-INVALIDA TO TRUE
           ELSE
              IF ARQMNT01-COD-AGENCIA EQUAL ZEROS
                 OR ARQMNT01-NUM-CONTA EQUAL ZEROS
                 OR ARQMNT01-NUM-EMPRESTIMO EQUAL ZEROS
                 OR ARQMNT01-NUM-GARANTIA EQUAL ZEROS
                 SET  WRK-TRANSACAO-INVALIDA TO TRUE
              END-IF
           END-IF

           IF WRK-TRANSACAO-INVALIDA
              MOVE 09 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'CHAVE DA GARANTIA INVALIDA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
           END-IF
           .
      *----------------------------------------------------------------*
       3400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    VALIDA O TIPO DA GARANTIA DA TRANSACAO E O TRANSPORTA PARA  *
      *    O REGISTRO MESTRE ('V' VEICULO, 'I' IMOVEL, 'A' APLICACAO)  *
      *----------------------------------------------------------------*
       3450-VALIDAR-TIPO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQMNT01-TIP-GARANTIA  TO ARQGAR01-TIP-GARANTIA

           IF NOT ARQGAR01-TIPO-VALIDO
              SET  WRK-TRANSACAO-INVALIDA TO TRUE
              MOVE 06 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'TIPO DE GARANTIA INVALIDO'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
           END-IF
           .
      *----------------------------------------------------------------*
       3450-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3460-VALIDAR-DESCRICAO SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQMNT01-DES-GARANTIA EQUAL SPACES
              SET  WRK-TRANSACAO-INVALIDA TO TRUE
              MOVE 14 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'DESCRICAO NAO INFORMADA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
           END-IF
           .
      *----------------------------------------------------------------*
       3460-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    VALIDA O VALOR DA AVALIACAO: NUMERICO E MAIOR QUE ZERO      *
      *----------------------------------------------------------------*
       3470-VALIDAR-VALOR SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQMNT01-VAL-AVALIACAO NOT NUMERIC
              SET  WRK-TRANSACAO-INVALIDA TO TRUE
           ELSE
              IF ARQMNT01-VAL-AVALIACAO NOT GREATER ZEROS
                 SET  WRK-TRANSACAO-INVALIDA TO TRUE
              END-IF
           END-IF

           IF WRK-TRANSACAO-INVALIDA
              MOVE 11 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'VALOR DE AVALIACAO INVALIDO'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
           END-IF
           .
      *----------------------------------------------------------------*
       3470-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    VALIDA A SITUACAO DO GRAVAME INFORMADA ('P' PENDENTE OU     *
      *    'R' REGISTRADO; BRANCO NA INCLUSAO ASSUME 'P'). A BAIXA SO  *
      *    E FEITA PELA TRANSACAO 'E'                                  *
      *----------------------------------------------------------------*
       3480-VALIDAR-GRAVAME SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQMNT01-SIT-GRAVAME EQUAL SPACES
              SET  ARQGAR01-GRAVAME-PENDENTE TO TRUE
              GO TO 3480-99-FIM
           END-IF

           IF ARQMNT01-SIT-GRAVAME EQUAL 'P'
              OR ARQMNT01-SIT-GRAVAME EQUAL 'R'
              MOVE ARQMNT01-SIT-GRAVAME TO ARQGAR01-SIT-GRAVAME
           ELSE
              SET  WRK-TRANSACAO-INVALIDA TO TRUE
              MOVE 13 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'SITUACAO DO GRAVAME INVALIDA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
           END-IF
           .
      *----------------------------------------------------------------*
       3480-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    VALIDA O EMPRESTIMO GARANTIDO: DEVE EXISTIR NO CADASTRO DE  *
      *    EMPRESTIMOS E NAO ESTAR ESTORNADO                           *
      *----------------------------------------------------------------*
       3500-VALIDAR-EMPRESTIMO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQMNT01-COD-AGENCIA   TO FD-ARQENT01-COD-AGENCIA
           MOVE ARQMNT01-NUM-CONTA     TO FD-ARQENT01-NUM-CONTA
           MOVE ARQMNT01-NUM-EMPRESTIMO
                                       TO FD-ARQENT01-NUM-EMPRESTIMO

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQENT01        TO TRUE

           READ ARQENT01 INTO ARQENT01-REGISTRO

           IF WRK-FS-ENT01-OK
              IF ARQENT01-SIT-EMPRESTIMO EQUAL 'E'
                 SET  WRK-TRANSACAO-INVALIDA TO TRUE
                 MOVE 05 TO WRK-COD-MOTIVO-REJEICAO
                 MOVE 'EMPRESTIMO ESTORNADO'
                                        TO WRK-DESC-MOTIVO-REJEICAO
                 PERFORM 3960-GRAVAR-REJEITO
              END-IF
           ELSE
              IF WRK-FS-ENT01-NAO-ENCONTRADO
                 SET  WRK-TRANSACAO-INVALIDA TO TRUE
                 MOVE 04 TO WRK-COD-MOTIVO-REJEICAO
                 MOVE 'EMPRESTIMO NAO CADASTRADO'
                                        TO WRK-DESC-MOTIVO-REJEICAO
                 PERFORM 3960-GRAVAR-REJEITO
              ELSE
                 MOVE WRK-FS-ARQENT01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE CRITICA DA DATA EFETIVA DA TRANSACAO: ZEROS ASSUME*
      *    A DATA DA RODADA; INFORMADA, DEVE SER UMA DATA DO           *
      *    CALENDARIO A PARTIR DE 1900 E NAO POSTERIOR A DATA DA RODADA*
      *----------------------------------------------------------------*
       3550-VALIDAR-DAT-EFETIVA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQMNT01-DAT-EFETIVA   TO WRK-DATA-CRITICA

           PERFORM 3560-CRITICAR-CALENDARIO

           IF WRK-DATA-INVALIDA
              SET  WRK-TRANSACAO-INVALIDA TO TRUE
              MOVE 08 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'DATA EFETIVA INVALIDA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
           ELSE
              MOVE WRK-DATA-VALIDADA   TO WRK-DATA-EFETIVA
           END-IF
           .
      *----------------------------------------------------------------*
       3550-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CRITICA DE CALENDARIO DA DATA EM WRK-DATA-CRITICA           *
      *    (AAAAMMDD, COM BISSEXTO; ZEROS = DATA DA RODADA); CARREGA   *
      *    WRK-DATA-VALIDADA                                           *
      *----------------------------------------------------------------*
       3560-CRITICAR-CALENDARIO SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-DATA-VALIDA         TO TRUE

           IF WRK-DATA-CRITICA NOT NUMERIC
              SET WRK-DATA-INVALIDA    TO TRUE
              GO TO 3560-99-FIM
           END-IF

           IF WRK-DATA-CRITICA EQUAL ZEROS
              MOVE WRK-DATA-CORRENTE   TO WRK-DATA-VALIDADA
              GO TO 3560-99-FIM
           END-IF

           MOVE WRK-DATA-CRITICA       TO WRK-DATA-VALIDADA
                                          WRK-EFE-DATA

           IF WRK-EFE-ANO LESS 1900
              OR WRK-EFE-MES LESS 01 OR WRK-EFE-MES GREATER 12
              OR WRK-DATA-VALIDADA GREATER WRK-DATA-CORRENTE
              SET WRK-DATA-INVALIDA    TO TRUE
              GO TO 3560-99-FIM
           END-IF

           EVALUATE WRK-EFE-MES
              WHEN 04
              WHEN 06
              WHEN 09
              WHEN 11
                 MOVE 30               TO WRK-EFE-DIAS-MES
              WHEN 02
                 DIVIDE WRK-EFE-ANO BY 4 GIVING WRK-EFE-RESTO
                    REMAINDER WRK-EFE-RESTO
                 IF WRK-EFE-RESTO EQUAL ZEROS
                    MOVE 29            TO WRK-EFE-DIAS-MES
                    DIVIDE WRK-EFE-ANO BY 100 GIVING WRK-EFE-RESTO
                       REMAINDER WRK-EFE-RESTO
                    IF WRK-EFE-RESTO EQUAL ZEROS
                       MOVE 28         TO WRK-EFE-DIAS-MES
                       DIVIDE WRK-EFE-ANO BY 400
                          GIVING WRK-EFE-RESTO
                          REMAINDER WRK-EFE-RESTO
                       IF WRK-EFE-RESTO EQUAL ZEROS
                          MOVE 29      TO WRK-EFE-DIAS-MES
                       END-IF
                    END-IF
                 ELSE
                    MOVE 28            TO WRK-EFE-DIAS-MES
                 END-IF
              WHEN OTHER
                 MOVE 31               TO WRK-EFE-DIAS-MES
           END-EVALUATE

           IF WRK-EFE-DIA LESS 01
              OR WRK-EFE-DIA GREATER WRK-EFE-DIAS-MES
              SET WRK-DATA-INVALIDA    TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       3560-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE CRITICA DA DATA DA AVALIACAO: ZEROS ASSUME A DATA *
      *    DA RODADA; INFORMADA, MESMA CRITICA DA DATA EFETIVA         *
      *----------------------------------------------------------------*
       3570-VALIDAR-DAT-AVALIACAO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQMNT01-DAT-AVALIACAO TO WRK-DATA-CRITICA

           PERFORM 3560-CRITICAR-CALENDARIO

           IF WRK-DATA-INVALIDA
              SET  WRK-TRANSACAO-INVALIDA TO TRUE
              MOVE 12 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'DATA DE AVALIACAO INVALIDA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
           ELSE
              MOVE WRK-DATA-VALIDADA   TO WRK-DATA-AVALIACAO
           END-IF
           .
      *----------------------------------------------------------------*
       3570-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE GRAVACAO DO LOG DE TRANSACOES ACEITAS (IMAGEM DO  *
      *    REGISTRO MESTRE APOS A TRANSACAO)                           *
      *----------------------------------------------------------------*
       3950-GRAVAR-LOG SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQMNT01-TIPO-TRANSACAO TO ARQSAI01-TIPO-TRANSACAO
           MOVE ARQGAR01-COD-AGENCIA    TO ARQSAI01-COD-AGENCIA
           MOVE ARQGAR01-NUM-CONTA      TO ARQSAI01-NUM-CONTA
           MOVE ARQGAR01-NUM-EMPRESTIMO TO ARQSAI01-NUM-EMPRESTIMO
           MOVE ARQGAR01-NUM-GARANTIA   TO ARQSAI01-NUM-GARANTIA
           MOVE ARQGAR01-TIP-GARANTIA   TO ARQSAI01-TIP-GARANTIA
           MOVE ARQGAR01-DES-GARANTIA   TO ARQSAI01-DES-GARANTIA
           MOVE ARQGAR01-VAL-AVALIACAO  TO ARQSAI01-VAL-AVALIACAO
           MOVE ARQGAR01-DAT-AVALIACAO  TO ARQSAI01-DAT-AVALIACAO
           MOVE ARQGAR01-SIT-GRAVAME    TO ARQSAI01-SIT-GRAVAME
           MOVE ARQGAR01-DAT-INCLUSAO   TO ARQSAI01-DAT-INCLUSAO
           MOVE ARQGAR01-DAT-BAIXA      TO ARQSAI01-DAT-BAIXA
           MOVE WRK-RESULTADO           TO ARQSAI01-RESULTADO

           SET  WRK-CN-WRITE            TO TRUE
           SET  WRK-CN-ARQSAI01         TO TRUE
           WRITE FD-ARQSAI01 FROM ARQSAI01-REGISTRO

           IF WRK-FS-SAI01-OK
              ADD 1 TO ACU-GRAVA-ARQSAI01
           ELSE
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
           MOVE ARQMNT01-CHAVE          TO ARQREJ01-CHAVE
           MOVE ARQMNT01-TIP-GARANTIA   TO ARQREJ01-TIP-GARANTIA
           MOVE ARQMNT01-DES-GARANTIA   TO ARQREJ01-DES-GARANTIA
           MOVE ARQMNT01-VAL-AVALIACAO-X
                                        TO ARQREJ01-VAL-AVALIACAO
           MOVE ARQMNT01-DAT-AVALIACAO  TO ARQREJ01-DAT-AVALIACAO
           MOVE ARQMNT01-SIT-GRAVAME    TO ARQREJ01-SIT-GRAVAME
           MOVE ARQMNT01-DAT-EFETIVA    TO ARQREJ01-DAT-EFETIVA
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

           SET  WRK-CN-ARQGAR01        TO TRUE
           CLOSE ARQGAR01
           IF NOT WRK-FS-GAR01-OK
              MOVE WRK-FS-ARQGAR01     TO WRK-FS-DISPLAY
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
           DISPLAY '* QTDE DE GARANTIAS INCLUIDAS: ' WRK-MASK-QTDE  '*'
           MOVE ACU-ALTERADOS          TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE GARANTIAS ALTERADAS: ' WRK-MASK-QTDE  '*'
           MOVE ACU-REAVALIADOS        TO WRK-MASK-QTDE
           DISPLAY '*    DAS QUAIS REAVALIADAS   : ' WRK-MASK-QTDE  '*'
           MOVE ACU-EXCLUIDOS          TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE GRAVAMES BAIXADOS  : ' WRK-MASK-QTDE  '*'
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
           INITIALIZE ERRO01-REGISTRO

           MOVE 'I#ERRO01'        TO ERRO01-ID-BLOCO
           MOVE 'ARQ'             TO ERRO01-FUNCAO
           MOVE WRK-PROGRAMA      TO ERRO01-PROGRAMA
           MOVE WRK-COMANDO       TO ERRO01-COMANDO
           MOVE WRK-ARQUIVO       TO ERRO01-ARQUIVO
           MOVE WRK-FS-DISPLAY    TO ERRO01-FILE-STATUS
           MOVE ACU-LIDOS-ARQMNT01
                                  TO ERRO01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQSAI01
                                  TO ERRO01-QTDE-GRAVADOS
           MOVE ARQMNT01-CHAVE    TO ERRO01-ULT-CHAVE

           CALL WRK-ERRO2000      USING ERRO01-REGISTRO

           MOVE ERRO01-COD-RETORNO
                                  TO RETURN-CODE

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
