      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0241.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0241                                      *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   MANUTENCAO DO CADASTRO DE AGENCIAS          *
      *                    (ARQAGE01, CHAVE CODIGO DA AGENCIA): ABRE A *
      *                    AGENCIA COM NOME E REGIONAL, ALTERA NOME E  *
      *                    REGIONAL OU ENCERRA A AGENCIA (SITUACAO 'E',*
      *                    DATA DE ENCERRAMENTO E AGENCIA SUCESSORA; O *
      *                    REGISTRO E MANTIDO), A PARTIR DE UM ARQUIVO *
      *                    DE TRANSACOES. A SUCESSORA DEVE EXISTIR,    *
      *                    ESTAR ATIVA E SER OUTRA AGENCIA. A CARTEIRA *
      *                    DA AGENCIA ENCERRADA E MIGRADA PELO         *
      *                    EXER0242.                                   *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQMNT01                                  MNT02241        *
      *      ARQAGE01                                  AGE02241        *
      *      ARQSAI01                                  LOG02241        *
      *      ARQREJ01                                  REJ02241        *
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

           SELECT ARQAGE01 ASSIGN      TO UT-S-ARQAGE01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS FD-ARQAGE01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQAGE01.

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
      *               ORG. SEQUENCIAL   -   LRECL = 080                *
      *----------------------------------------------------------------*

       FD  ARQMNT01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQMNT01              PIC X(080).

      *----------------------------------------------------------------*
      *   I-O:        CADASTRO DE AGENCIAS                             *
      *               ORG. INDEXADA     -   LRECL = 100                *
      *----------------------------------------------------------------*

       FD  ARQAGE01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQAGE01.
           05 FD-ARQAGE01-CHAVE       PIC 9(04).
           05 FILLER                  PIC X(54).
           05 FD-ARQAGE01-SIT-AGENCIA PIC X(01).
              88 FD-ARQAGE01-AGENCIA-ATIVA     VALUE 'A'.
           05 FILLER                  PIC X(41).

      *----------------------------------------------------------------*
      *   OUTPUT:     LOG DAS TRANSACOES ACEITAS NA RODADA             *
      *               ORG. SEQUENCIAL   -   LRECL = 090                *
      *----------------------------------------------------------------*

       FD  ARQSAI01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI01              PIC X(090).

      *----------------------------------------------------------------*
      *   OUTPUT:     TRANSACOES REJEITADAS NA RODADA                  *
      *               ORG. SEQUENCIAL   -   LRECL = 079                *
      *----------------------------------------------------------------*

       FD  ARQREJ01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQREJ01              PIC X(079).

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
             'EXER0241 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC X(008) VALUE 'EXER0241'.
       77 WRK-ERRO2000            PIC X(008) VALUE 'ERRO2000'.
       77 WRK-MASK-QTDE           PIC ZZ.ZZ9.
       77 WRK-RESULTADO           PIC X(010) VALUE SPACES.
       77 WRK-COD-MOTIVO-REJEICAO PIC 9(002) VALUE ZEROS.
       77 WRK-DESC-MOTIVO-REJEICAO PIC X(030) VALUE SPACES.
       77 WRK-DATA-CORRENTE       PIC 9(008) VALUE ZEROS.
       77 WRK-DATA-EFETIVA        PIC 9(008) VALUE ZEROS.
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
           03 ACU-EXCLUIDOS          PIC 9(005) VALUE ZEROS.
           03 ACU-REJEITADOS         PIC 9(005) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI01     PIC 9(005) VALUE ZEROS.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQMNT01      VALUE 'ARQMNT01'.
          88 WRK-CN-ARQAGE01      VALUE 'ARQAGE01'.
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
          05 WRK-FS-ARQAGE01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AGE01-OK           VALUE '00'.
             88 WRK-FS-AGE01-NAO-ENCONTRADO VALUE '23'.
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
           COPY MNT02241.
           COPY AGE02241.
           COPY LOG02241.
           COPY REJ02241.
           COPY AUD00105.
           COPY 'I#ERRO01'.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0241 - FIM DA AREA DE WORKING'.
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

           SET  WRK-CN-ARQAGE01        TO TRUE
           OPEN I-O ARQAGE01

           IF NOT WRK-FS-AGE01-OK
              MOVE WRK-FS-ARQAGE01     TO WRK-FS-DISPLAY
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
      *    E O CODIGO DA AGENCIA ANTES DE DESVIAR PARA A MANUTENCAO    *
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
                    PERFORM 3100-ABRIR-AGENCIA
                 WHEN ARQMNT01-TRANS-ALTERACAO
                    PERFORM 3200-ALTERAR-AGENCIA
                 WHEN ARQMNT01-TRANS-EXCLUSAO
                    PERFORM 3300-ENCERRAR-AGENCIA
              END-EVALUATE
           END-IF

           PERFORM 3800-LER-TRANSACAO
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE ABERTURA DA AGENCIA NO CADASTRO                   *
      *----------------------------------------------------------------*
       3100-ABRIR-AGENCIA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQMNT01-COD-AGENCIA   TO FD-ARQAGE01-CHAVE

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQAGE01        TO TRUE

           READ ARQAGE01

           IF WRK-FS-AGE01-OK
              MOVE 02 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'AGENCIA JA CADASTRADA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
              GO TO 3100-99-FIM
           END-IF

           IF NOT WRK-FS-AGE01-NAO-ENCONTRADO
              MOVE WRK-FS-ARQAGE01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF ARQMNT01-NOM-AGENCIA EQUAL SPACES
              OR ARQMNT01-COD-REGIAO EQUAL SPACES
              OR ARQMNT01-NOM-REGIAO EQUAL SPACES
              MOVE 06 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'NOME OU REGIONAL NAO INFORMADO'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
              GO TO 3100-99-FIM
           END-IF

           PERFORM 3550-VALIDAR-DAT-EFETIVA

           IF WRK-TRANSACAO-INVALIDA
              GO TO 3100-99-FIM
           END-IF

           INITIALIZE ARQAGE01-REGISTRO
           MOVE ARQMNT01-COD-AGENCIA   TO ARQAGE01-COD-AGENCIA
           MOVE ARQMNT01-NOM-AGENCIA   TO ARQAGE01-NOM-AGENCIA
           MOVE ARQMNT01-COD-REGIAO    TO ARQAGE01-COD-REGIAO
           MOVE ARQMNT01-NOM-REGIAO    TO ARQAGE01-NOM-REGIAO
           MOVE WRK-DATA-EFETIVA       TO ARQAGE01-DAT-ABERTURA
           MOVE ZEROS                  TO ARQAGE01-DAT-ENCERRAMENTO
                                          ARQAGE01-COD-AGE-SUCESSORA
           SET  ARQAGE01-AGENCIA-ATIVA TO TRUE

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQAGE01        TO TRUE
           WRITE FD-ARQAGE01           FROM ARQAGE01-REGISTRO

           IF WRK-FS-AGE01-OK
              ADD 1 TO ACU-INCLUIDOS
              MOVE 'ABERTA'            TO WRK-RESULTADO
              PERFORM 3950-GRAVAR-LOG
           ELSE
              MOVE WRK-FS-ARQAGE01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE ALTERACAO DO NOME E DA REGIONAL DA AGENCIA ATIVA: *
      *    CAMPO EM BRANCO NA TRANSACAO MANTEM O VALOR DO CADASTRO     *
      *----------------------------------------------------------------*
       3200-ALTERAR-AGENCIA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQMNT01-COD-AGENCIA   TO FD-ARQAGE01-CHAVE

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQAGE01        TO TRUE

           READ ARQAGE01 INTO ARQAGE01-REGISTRO

           IF WRK-FS-AGE01-NAO-ENCONTRADO
              MOVE 03 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'AGENCIA NAO CADASTRADA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
              GO TO 3200-99-FIM
           END-IF

           IF NOT WRK-FS-AGE01-OK
              MOVE WRK-FS-ARQAGE01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF ARQAGE01-AGENCIA-ENCERRADA
              MOVE 07 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'AGENCIA JA ENCERRADA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
              GO TO 3200-99-FIM
           END-IF

           SET  WRK-SEM-ALTERACAO      TO TRUE

           IF ARQMNT01-NOM-AGENCIA NOT EQUAL SPACES
              AND ARQMNT01-NOM-AGENCIA NOT EQUAL ARQAGE01-NOM-AGENCIA
              MOVE ARQMNT01-NOM-AGENCIA TO ARQAGE01-NOM-AGENCIA
              SET  WRK-HOUVE-ALTERACAO TO TRUE
           END-IF

           IF ARQMNT01-COD-REGIAO NOT EQUAL SPACES
              AND ARQMNT01-COD-REGIAO NOT EQUAL ARQAGE01-COD-REGIAO
              MOVE ARQMNT01-COD-REGIAO TO ARQAGE01-COD-REGIAO
              SET  WRK-HOUVE-ALTERACAO TO TRUE
           END-IF

           IF ARQMNT01-NOM-REGIAO NOT EQUAL SPACES
              AND ARQMNT01-NOM-REGIAO NOT EQUAL ARQAGE01-NOM-REGIAO
              MOVE ARQMNT01-NOM-REGIAO TO ARQAGE01-NOM-REGIAO
              SET  WRK-HOUVE-ALTERACAO TO TRUE
           END-IF

           IF WRK-SEM-ALTERACAO
              MOVE 10 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'NENHUM CAMPO ALTERADO'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
              GO TO 3200-99-FIM
           END-IF

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQAGE01        TO TRUE
           REWRITE FD-ARQAGE01         FROM ARQAGE01-REGISTRO

           IF WRK-FS-AGE01-OK
              ADD 1 TO ACU-ALTERADOS
              MOVE 'ALTERADA'          TO WRK-RESULTADO
              PERFORM 3950-GRAVAR-LOG
           ELSE
              MOVE WRK-FS-ARQAGE01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE ENCERRAMENTO DA AGENCIA: O REGISTRO PERMANECE NO  *
      *    CADASTRO COM A SITUACAO 'E', A DATA DE ENCERRAMENTO E A     *
      *    AGENCIA SUCESSORA, QUE RECEBE A CARTEIRA NO EXER0242        *
      *----------------------------------------------------------------*
       3300-ENCERRAR-AGENCIA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQMNT01-COD-AGENCIA   TO FD-ARQAGE01-CHAVE

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQAGE01        TO TRUE

           READ ARQAGE01 INTO ARQAGE01-REGISTRO

           IF WRK-FS-AGE01-NAO-ENCONTRADO
              MOVE 03 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'AGENCIA NAO CADASTRADA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
              GO TO 3300-99-FIM
           END-IF

           IF NOT WRK-FS-AGE01-OK
              MOVE WRK-FS-ARQAGE01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF ARQAGE01-AGENCIA-ENCERRADA
              MOVE 07 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'AGENCIA JA ENCERRADA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
              GO TO 3300-99-FIM
           END-IF

           PERFORM 3550-VALIDAR-DAT-EFETIVA

           IF WRK-TRANSACAO-VALIDA
              AND WRK-DATA-EFETIVA LESS ARQAGE01-DAT-ABERTURA
              SET  WRK-TRANSACAO-INVALIDA TO TRUE
              MOVE 08 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'DATA EFETIVA INVALIDA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
           END-IF

           IF WRK-TRANSACAO-VALIDA
              PERFORM 3600-VALIDAR-SUCESSORA
           END-IF

           IF WRK-TRANSACAO-INVALIDA
              GO TO 3300-99-FIM
           END-IF

           MOVE WRK-DATA-EFETIVA       TO ARQAGE01-DAT-ENCERRAMENTO
           MOVE ARQMNT01-COD-AGE-SUCESSORA
                                       TO ARQAGE01-COD-AGE-SUCESSORA
           SET  ARQAGE01-AGENCIA-ENCERRADA TO TRUE

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQAGE01        TO TRUE
           REWRITE FD-ARQAGE01         FROM ARQAGE01-REGISTRO

           IF WRK-FS-AGE01-OK
              ADD 1 TO ACU-EXCLUIDOS
              MOVE 'ENCERRADA'         TO WRK-RESULTADO
              PERFORM 3950-GRAVAR-LOG
           ELSE
              MOVE WRK-FS-ARQAGE01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    VALIDA O CODIGO DA AGENCIA DA TRANSACAO: NUMERICO E NAO     *
      *    ZERADO                                                      *
      *----------------------------------------------------------------*
       3400-VALIDAR-CHAVE SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQMNT01-COD-AGENCIA NOT NUMERIC
              SET  WRK-TRANSACAO-INVALIDA TO TRUE
           ELSE
              IF ARQMNT01-COD-AGENCIA EQUAL ZEROS
                 SET  WRK-TRANSACAO-INVALIDA TO TRUE
              END-IF
           END-IF

           IF WRK-TRANSACAO-INVALIDA
              MOVE 09 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'CODIGO DA AGENCIA INVALIDO'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
           END-IF
           .
      *----------------------------------------------------------------*
       3400-99-FIM.
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
           PERFORM 3560-CRITICAR-CALENDARIO

           IF WRK-DATA-INVALIDA
              SET  WRK-TRANSACAO-INVALIDA TO TRUE
              MOVE 08 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'DATA EFETIVA INVALIDA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
           END-IF
           .
      *----------------------------------------------------------------*
       3550-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CRITICA DE CALENDARIO DA DATA EFETIVA (AAAAMMDD, COM        *
      *    BISSEXTO); CARREGA WRK-DATA-EFETIVA                         *
      *----------------------------------------------------------------*
       3560-CRITICAR-CALENDARIO SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-DATA-VALIDA         TO TRUE

           IF ARQMNT01-DAT-EFETIVA NOT NUMERIC
              SET WRK-DATA-INVALIDA    TO TRUE
              GO TO 3560-99-FIM
           END-IF

           IF ARQMNT01-DAT-EFETIVA EQUAL ZEROS
              MOVE WRK-DATA-CORRENTE   TO WRK-DATA-EFETIVA
              GO TO 3560-99-FIM
           END-IF

           MOVE ARQMNT01-DAT-EFETIVA   TO WRK-DATA-EFETIVA
                                          WRK-EFE-DATA

           IF WRK-EFE-ANO LESS 1900
              OR WRK-EFE-MES LESS 01 OR WRK-EFE-MES GREATER 12
              OR WRK-DATA-EFETIVA GREATER WRK-DATA-CORRENTE
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
      *    VALIDA A AGENCIA SUCESSORA DO ENCERRAMENTO: INFORMADA,      *
      *    DIFERENTE DA AGENCIA ENCERRADA, CADASTRADA E ATIVA. A       *
      *    LEITURA USA SO A AREA DO FD, PRESERVANDO O REGISTRO DA      *
      *    AGENCIA QUE ESTA SENDO ENCERRADA                            *
      *----------------------------------------------------------------*
       3600-VALIDAR-SUCESSORA SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQMNT01-COD-AGE-SUCESSORA NOT NUMERIC
              OR ARQMNT01-COD-AGE-SUCESSORA EQUAL ZEROS
              OR ARQMNT01-COD-AGE-SUCESSORA EQUAL
                 ARQMNT01-COD-AGENCIA
              SET  WRK-TRANSACAO-INVALIDA TO TRUE
              MOVE 11 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'AGENCIA SUCESSORA INVALIDA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
              GO TO 3600-99-FIM
           END-IF

           MOVE ARQMNT01-COD-AGE-SUCESSORA
                                       TO FD-ARQAGE01-CHAVE

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQAGE01        TO TRUE

           READ ARQAGE01

           IF WRK-FS-AGE01-NAO-ENCONTRADO
              SET  WRK-TRANSACAO-INVALIDA TO TRUE
              MOVE 12 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'SUCESSORA NAO CADASTRADA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
              GO TO 3600-99-FIM
           END-IF

           IF NOT WRK-FS-AGE01-OK
              MOVE WRK-FS-ARQAGE01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF NOT FD-ARQAGE01-AGENCIA-ATIVA
              SET  WRK-TRANSACAO-INVALIDA TO TRUE
              MOVE 13 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'SUCESSORA ENCERRADA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
           END-IF
           .
      *----------------------------------------------------------------*
       3600-99-FIM.
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
           MOVE ARQAGE01-COD-AGENCIA    TO ARQSAI01-COD-AGENCIA
           MOVE ARQAGE01-NOM-AGENCIA    TO ARQSAI01-NOM-AGENCIA
           MOVE ARQAGE01-COD-REGIAO     TO ARQSAI01-COD-REGIAO
           MOVE ARQAGE01-NOM-REGIAO     TO ARQSAI01-NOM-REGIAO
           MOVE ARQAGE01-SIT-AGENCIA    TO ARQSAI01-SIT-AGENCIA
           MOVE ARQAGE01-DAT-ABERTURA   TO ARQSAI01-DAT-ABERTURA
           MOVE ARQAGE01-DAT-ENCERRAMENTO
                                        TO ARQSAI01-DAT-ENCERRAMENTO
           MOVE ARQAGE01-COD-AGE-SUCESSORA
                                        TO ARQSAI01-COD-AGE-SUCESSORA
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
           MOVE ARQMNT01-COD-AGENCIA    TO ARQREJ01-COD-AGENCIA
           MOVE ARQMNT01-NOM-AGENCIA    TO ARQREJ01-NOM-AGENCIA
           MOVE ARQMNT01-DAT-EFETIVA    TO ARQREJ01-DAT-EFETIVA
           MOVE ARQMNT01-COD-AGE-SUCESSORA
                                        TO ARQREJ01-COD-AGE-SUCESSORA
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

           SET  WRK-CN-ARQAGE01        TO TRUE
           CLOSE ARQAGE01
           IF NOT WRK-FS-AGE01-OK
              MOVE WRK-FS-ARQAGE01     TO WRK-FS-DISPLAY
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
           DISPLAY '* QTDE DE AGENCIAS ABERTAS   : ' WRK-MASK-QTDE  '*'
           MOVE ACU-ALTERADOS          TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE AGENCIAS ALTERADAS : ' WRK-MASK-QTDE  '*'
           MOVE ACU-EXCLUIDOS          TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE AGENCIAS ENCERRADAS: ' WRK-MASK-QTDE  '*'
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
           MOVE ARQMNT01-COD-AGENCIA
                                  TO ERRO01-ULT-CHAVE

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
