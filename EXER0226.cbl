      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0226.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0226                                      *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   MANUTENCAO DO CADASTRO DE TITULARES DE      *
      *                    CONTA (ARQTIT01, CHAVE CPF DA CONTA +       *
      *                    NUM-CONTA + CPF DO TITULAR): INCLUI OU      *
      *                    EXCLUI O SEGUNDO TITULAR DE UMA CONTA       *
      *                    CONJUNTA A PARTIR DE UM ARQUIVO DE          *
      *                    TRANSACOES. O CPF DA CONTA E SEMPRE O       *
      *                    TITULAR PRINCIPAL: SEU REGISTRO ('P') E     *
      *                    GRAVADO AUTOMATICAMENTE NA PRIMEIRA         *
      *                    INCLUSAO DE SEGUNDO TITULAR E NAO E         *
      *                    EXCLUIDO POR ESTE PROGRAMA. NA INCLUSAO A   *
      *                    CONTA DEVE ESTAR ABERTA EM ALGUMA MOEDA NO  *
      *                    CADASTRO DE CONTAS (CTA02225) E O TITULAR   *
      *                    DEVE EXISTIR NO CADASTRO DE CLIENTES        *
      *                    (CLI02105) SEM RELACIONAMENTO ENCERRADO. A  *
      *                    EXCLUSAO MANTEM O REGISTRO COM A SITUACAO   *
      *                    'E' E A DATA DE EXCLUSAO.                   *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQMNT01                                  MNT02226        *
      *      ARQTIT01                                  TIT02226        *
      *      ARQCTA01                                  CTA02225        *
      *      ARQCLI01                                  CLI02105        *
      *      ARQSAI01                                  LOG02226        *
      *      ARQREJ01                                  REJ02226        *
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

           SELECT ARQTIT01 ASSIGN      TO UT-S-ARQTIT01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS FD-ARQTIT01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQTIT01.

           SELECT ARQCTA01 ASSIGN      TO UT-S-ARQCTA01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS FD-ARQCTA01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQCTA01.

           SELECT ARQCLI01 ASSIGN      TO UT-S-ARQCLI01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS FD-ARQCLI01-CPF
                      FILE STATUS      IS WRK-FS-ARQCLI01.

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
      *               ORG. SEQUENCIAL   -   LRECL = 040                *
      *----------------------------------------------------------------*

       FD  ARQMNT01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQMNT01              PIC X(040).

      *----------------------------------------------------------------*
      *   I-O:        CADASTRO DE TITULARES DE CONTA                   *
      *               ORG. INDEXADA     -   LRECL = 050                *
      *----------------------------------------------------------------*

       FD  ARQTIT01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQTIT01.
           05 FD-ARQTIT01-CHAVE.
              10 FD-ARQTIT01-CONTA    PIC X(15).
              10 FD-ARQTIT01-CPF-TITULAR
                                      PIC X(11).
           05 FILLER                  PIC X(24).

      *----------------------------------------------------------------*
      *   INPUT:      CADASTRO DE CONTAS DE DEPOSITO                   *
      *               ORG. INDEXADA     -   LRECL = 050                *
      *----------------------------------------------------------------*

       FD  ARQCTA01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQCTA01.
           05 FD-ARQCTA01-CHAVE.
              10 FD-ARQCTA01-CONTA    PIC X(15).
              10 FD-ARQCTA01-MOEDA    PIC X(03).
           05 FILLER                  PIC X(32).

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
      *   OUTPUT:     LOG DAS TRANSACOES ACEITAS NA RODADA             *
      *               ORG. SEQUENCIAL   -   LRECL = 055                *
      *----------------------------------------------------------------*

       FD  ARQSAI01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI01              PIC X(055).

      *----------------------------------------------------------------*
      *   OUTPUT:     TRANSACOES REJEITADAS NA RODADA                  *
      *               ORG. SEQUENCIAL   -   LRECL = 067                *
      *----------------------------------------------------------------*

       FD  ARQREJ01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQREJ01              PIC X(067).

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
             'EXER0226 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC X(008) VALUE 'EXER0226'.
       77 WRK-MASK-QTDE           PIC ZZ.ZZ9.
       77 WRK-RESULTADO           PIC X(010) VALUE SPACES.
       77 WRK-COD-MOTIVO-REJEICAO PIC 9(002) VALUE ZEROS.
       77 WRK-DESC-MOTIVO-REJEICAO PIC X(030) VALUE SPACES.
       77 WRK-DATA-CORRENTE       PIC 9(008) VALUE ZEROS.
       77 WRK-DATA-EFETIVA        PIC 9(008) VALUE ZEROS.
       77 WRK-DAT-ABERTURA-CONTA  PIC 9(008) VALUE ZEROS.
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
       01 WRK-SW-TITULAR          PIC X(001) VALUE 'N'.
          88 WRK-TITULAR-NOVO                 VALUE 'N'.
          88 WRK-TITULAR-REATIVADO            VALUE 'R'.
      *
       01 WRK-SW-CONTA            PIC X(001) VALUE 'N'.
          88 WRK-CONTA-ABERTA                 VALUE 'S'.
          88 WRK-CONTA-NAO-ABERTA             VALUE 'N'.
      *
       01 WRK-SW-FIM-CTA          PIC X(001) VALUE 'N'.
          88 WRK-FIM-CTA                      VALUE 'S'.
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS-ARQMNT01     PIC 9(005) VALUE ZEROS.
           03 ACU-INCLUIDOS          PIC 9(005) VALUE ZEROS.
           03 ACU-PRINCIPAIS         PIC 9(005) VALUE ZEROS.
           03 ACU-EXCLUIDOS          PIC 9(005) VALUE ZEROS.
           03 ACU-REJEITADOS         PIC 9(005) VALUE ZEROS.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQMNT01      VALUE 'ARQMNT01'.
          88 WRK-CN-ARQTIT01      VALUE 'ARQTIT01'.
          88 WRK-CN-ARQCTA01      VALUE 'ARQCTA01'.
          88 WRK-CN-ARQCLI01      VALUE 'ARQCLI01'.
          88 WRK-CN-ARQSAI01      VALUE 'ARQSAI01'.
          88 WRK-CN-ARQREJ01      VALUE 'ARQREJ01'.
          88 WRK-CN-ARQAUD01      VALUE 'ARQAUD01'.

       77 WRK-COMANDO             PIC  X(006) VALUE SPACES.
          88 WRK-CN-OPEN          VALUE 'OPEN  '.
          88 WRK-CN-CLOSE         VALUE 'CLOSE '.
          88 WRK-CN-READ          VALUE 'READ  '.
          88 WRK-CN-WRITE         VALUE 'WRITE '.
          88 WRK-CN-START         VALUE 'START '.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA PARA TRATAMENTO DE FILE-STATUS'.
      *----------------------------------------------------------------*
      *
       01 WRK-AREA-FS.
          05 WRK-FS-ARQMNT01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-MNT01-OK           VALUE '00'.
             88 WRK-FS-MNT01-FIM          VALUE '10'.
          05 WRK-FS-ARQTIT01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-TIT01-OK           VALUE '00'.
             88 WRK-FS-TIT01-NAO-ENCONTRADO VALUE '23'.
          05 WRK-FS-ARQCTA01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CTA01-OK           VALUE '00'.
             88 WRK-FS-CTA01-FIM          VALUE '10'.
             88 WRK-FS-CTA01-NAO-ENCONTRADO VALUE '23'.
          05 WRK-FS-ARQCLI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CLI01-OK           VALUE '00'.
             88 WRK-FS-CLI01-NAO-ENCONTRADO VALUE '23'.
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
           COPY MNT02226.
           COPY TIT02226.
           COPY CTA02225.
           COPY CLI02105.
           COPY LOG02226.
           COPY REJ02226.
           COPY AUD00105.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0226 - FIM DA AREA DE WORKING'.
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

           SET  WRK-CN-ARQTIT01        TO TRUE
           OPEN I-O ARQTIT01

           IF NOT WRK-FS-TIT01-OK
              MOVE WRK-FS-ARQTIT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQCTA01        TO TRUE
           OPEN INPUT ARQCTA01

           IF NOT WRK-FS-CTA01-OK
              MOVE WRK-FS-ARQCTA01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQCLI01        TO TRUE
           OPEN INPUT ARQCLI01

           IF NOT WRK-FS-CLI01-OK
              MOVE WRK-FS-ARQCLI01     TO WRK-FS-DISPLAY
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
      *    E A CHAVE DO TITULAR ANTES DE DESVIAR PARA A MANUTENCAO     *
      *----------------------------------------------------------------*
       3000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-TRANSACAO-VALIDA   TO TRUE

           IF ARQMNT01-TRANS-INCLUSAO OR ARQMNT01-TRANS-EXCLUSAO
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
                    PERFORM 3100-INCLUIR-TITULAR
                 WHEN ARQMNT01-TRANS-EXCLUSAO
                    PERFORM 3300-EXCLUIR-TITULAR
              END-EVALUATE
           END-IF

           PERFORM 3800-LER-TRANSACAO
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE INCLUSAO DO SEGUNDO TITULAR NA CONTA: REGISTRO    *
      *    NOVO OU REATIVACAO DE UM TITULAR EXCLUIDO ANTERIORMENTE     *
      *----------------------------------------------------------------*
       3100-INCLUIR-TITULAR SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQMNT01-CHAVE         TO FD-ARQTIT01-CHAVE

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQTIT01        TO TRUE

           READ ARQTIT01 INTO ARQTIT01-REGISTRO

           IF WRK-FS-TIT01-OK
              IF ARQTIT01-TITULAR-ATIVO
                 SET  WRK-TRANSACAO-INVALIDA TO TRUE
                 MOVE 02 TO WRK-COD-MOTIVO-REJEICAO
                 MOVE 'TITULAR JA CADASTRADO'
                                        TO WRK-DESC-MOTIVO-REJEICAO
                 PERFORM 3960-GRAVAR-REJEITO
              ELSE
                 SET  WRK-TITULAR-REATIVADO TO TRUE
              END-IF
           ELSE
              IF WRK-FS-TIT01-NAO-ENCONTRADO
                 SET  WRK-TITULAR-NOVO TO TRUE
              ELSE
                 MOVE WRK-FS-ARQTIT01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF

           IF WRK-TRANSACAO-VALIDA
              PERFORM 3450-VALIDAR-CONTA
           END-IF

           IF WRK-TRANSACAO-VALIDA
              PERFORM 3550-VALIDAR-DAT-EFETIVA
              IF WRK-TRANSACAO-VALIDA
                 AND WRK-DATA-EFETIVA LESS WRK-DAT-ABERTURA-CONTA
                 SET  WRK-TRANSACAO-INVALIDA TO TRUE
                 MOVE 08 TO WRK-COD-MOTIVO-REJEICAO
                 MOVE 'DATA EFETIVA INVALIDA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
                 PERFORM 3960-GRAVAR-REJEITO
              END-IF
           END-IF

           IF WRK-TRANSACAO-VALIDA
              PERFORM 3500-VALIDAR-CLIENTE
           END-IF

           IF WRK-TRANSACAO-VALIDA
              INITIALIZE ARQTIT01-REGISTRO
              MOVE ARQMNT01-CHAVE      TO ARQTIT01-CHAVE
              SET  ARQTIT01-TITULAR-SECUNDARIO TO TRUE
              SET  ARQTIT01-TITULAR-ATIVO      TO TRUE
              MOVE WRK-DATA-EFETIVA    TO ARQTIT01-DAT-INCLUSAO
              MOVE ZEROS               TO ARQTIT01-DAT-EXCLUSAO

              SET  WRK-CN-WRITE        TO TRUE
              SET  WRK-CN-ARQTIT01     TO TRUE

              IF WRK-TITULAR-NOVO
                 WRITE FD-ARQTIT01     FROM ARQTIT01-REGISTRO
              ELSE
                 REWRITE FD-ARQTIT01   FROM ARQTIT01-REGISTRO
              END-IF

              IF WRK-FS-TIT01-OK
                 ADD 1 TO ACU-INCLUIDOS
                 MOVE 'INCLUIDO'       TO WRK-RESULTADO
                 PERFORM 3950-GRAVAR-LOG
                 PERFORM 3600-GARANTIR-PRINCIPAL
              ELSE
                 MOVE WRK-FS-ARQTIT01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE EXCLUSAO DO SEGUNDO TITULAR: O REGISTRO PERMANECE *
      *    NO CADASTRO COM A SITUACAO 'E' E A DATA DE EXCLUSAO, PARA O *
      *    RATEIO DOS RENDIMENTOS DO ANO NO INFORME (EXER0218)         *
      *----------------------------------------------------------------*
       3300-EXCLUIR-TITULAR SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQMNT01-CHAVE         TO FD-ARQTIT01-CHAVE

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQTIT01        TO TRUE

           READ ARQTIT01 INTO ARQTIT01-REGISTRO

           IF WRK-FS-TIT01-OK
              IF ARQTIT01-TITULAR-EXCLUIDO
                 MOVE 07 TO WRK-COD-MOTIVO-REJEICAO
                 MOVE 'TITULAR JA EXCLUIDO'
                                        TO WRK-DESC-MOTIVO-REJEICAO
                 PERFORM 3960-GRAVAR-REJEITO
              ELSE
                 PERFORM 3550-VALIDAR-DAT-EFETIVA

                 IF WRK-TRANSACAO-VALIDA
                    AND WRK-DATA-EFETIVA LESS ARQTIT01-DAT-INCLUSAO
                    SET  WRK-TRANSACAO-INVALIDA TO TRUE
                    MOVE 08 TO WRK-COD-MOTIVO-REJEICAO
                    MOVE 'DATA EFETIVA INVALIDA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
                    PERFORM 3960-GRAVAR-REJEITO
                 END-IF

                 IF WRK-TRANSACAO-VALIDA
                    MOVE WRK-DATA-EFETIVA
                                       TO ARQTIT01-DAT-EXCLUSAO
                    SET  ARQTIT01-TITULAR-EXCLUIDO TO TRUE

                    SET  WRK-CN-WRITE  TO TRUE
                    SET  WRK-CN-ARQTIT01 TO TRUE
                    REWRITE FD-ARQTIT01 FROM ARQTIT01-REGISTRO

                    IF WRK-FS-TIT01-OK
                       ADD 1 TO ACU-EXCLUIDOS
                       MOVE 'EXCLUIDO'  TO WRK-RESULTADO
                       PERFORM 3950-GRAVAR-LOG
                    ELSE
                       MOVE WRK-FS-ARQTIT01 TO WRK-FS-DISPLAY
                       PERFORM 9100-ERROS-ARQUIVOS
                    END-IF
                 END-IF
              END-IF
           ELSE
              IF WRK-FS-TIT01-NAO-ENCONTRADO
                 MOVE 03 TO WRK-COD-MOTIVO-REJEICAO
                 MOVE 'TITULAR NAO CADASTRADO'
                                        TO WRK-DESC-MOTIVO-REJEICAO
                 PERFORM 3960-GRAVAR-REJEITO
              ELSE
                 MOVE WRK-FS-ARQTIT01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    VALIDA A CHAVE DA TRANSACAO: CPF DA CONTA, NUMERO DA CONTA  *
      *    E CPF DO TITULAR NUMERICOS E NAO ZERADOS; O TITULAR DEVE    *
      *    SER DIFERENTE DO CPF DA CONTA (TITULAR PRINCIPAL)           *
      *----------------------------------------------------------------*
       3400-VALIDAR-CHAVE SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQMNT01-CPF-CONTA NOT NUMERIC
              OR ARQMNT01-NUM-CONTA NOT NUMERIC
              OR ARQMNT01-CPF-TITULAR NOT NUMERIC
              SET  WRK-TRANSACAO-INVALIDA TO TRUE
           ELSE
              IF ARQMNT01-CPF-CONTA EQUAL ZEROS
                 OR ARQMNT01-NUM-CONTA EQUAL ZEROS
                 OR ARQMNT01-CPF-TITULAR EQUAL ZEROS
                 SET  WRK-TRANSACAO-INVALIDA TO TRUE
              END-IF
           END-IF

           IF WRK-TRANSACAO-INVALIDA
              MOVE 09 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'CHAVE DO TITULAR INVALIDA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
           ELSE
              IF ARQMNT01-CPF-TITULAR EQUAL ARQMNT01-CPF-CONTA
                 SET  WRK-TRANSACAO-INVALIDA TO TRUE
                 MOVE 10 TO WRK-COD-MOTIVO-REJEICAO
                 MOVE 'OPERACAO COM TITULAR PRINCIPAL'
                                        TO WRK-DESC-MOTIVO-REJEICAO
                 PERFORM 3960-GRAVAR-REJEITO
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    VALIDA A CONTA DA INCLUSAO: DEVE HAVER NO CADASTRO DE       *
      *    CONTAS AO MENOS UMA MOEDA ABERTA PARA O CPF + CONTA (START  *
      *    NA CHAVE CPF + CONTA + LOW-VALUES E LEITURA SEQUENCIAL      *
      *    ENQUANTO FOR A MESMA CONTA); GUARDA A DATA DE ABERTURA      *
      *----------------------------------------------------------------*
       3450-VALIDAR-CONTA SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CONTA-NAO-ABERTA   TO TRUE
           MOVE 'N'                    TO WRK-SW-FIM-CTA
           MOVE ZEROS                  TO WRK-DAT-ABERTURA-CONTA

           MOVE ARQMNT01-CONTA         TO FD-ARQCTA01-CONTA
           MOVE LOW-VALUES             TO FD-ARQCTA01-MOEDA

           SET  WRK-CN-START           TO TRUE
           SET  WRK-CN-ARQCTA01        TO TRUE

           START ARQCTA01 KEY NOT LESS FD-ARQCTA01-CHAVE

           EVALUATE TRUE
              WHEN WRK-FS-CTA01-OK
                 PERFORM 3460-LER-CONTA
                    UNTIL WRK-FIM-CTA OR WRK-CONTA-ABERTA
              WHEN WRK-FS-CTA01-NAO-ENCONTRADO
                 CONTINUE
              WHEN OTHER
                 MOVE WRK-FS-ARQCTA01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE

           IF WRK-CONTA-NAO-ABERTA
              SET  WRK-TRANSACAO-INVALIDA TO TRUE
              MOVE 06 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'CONTA INEXISTENTE OU ENCERRADA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
           END-IF
           .
      *----------------------------------------------------------------*
       3450-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3460-LER-CONTA SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQCTA01        TO TRUE

           READ ARQCTA01 NEXT INTO ARQCTA01-REGISTRO

           EVALUATE TRUE
              WHEN WRK-FS-CTA01-OK
                 IF ARQCTA01-CPF NOT EQUAL ARQMNT01-CPF-CONTA
                    OR ARQCTA01-NUM-CONTA NOT EQUAL
                       ARQMNT01-NUM-CONTA
                    SET WRK-FIM-CTA    TO TRUE
                 ELSE
                    IF ARQCTA01-CONTA-ABERTA
                       SET WRK-CONTA-ABERTA TO TRUE
                       MOVE ARQCTA01-DAT-ABERTURA
                                       TO WRK-DAT-ABERTURA-CONTA
                    END-IF
                 END-IF
              WHEN WRK-FS-CTA01-FIM
                 SET WRK-FIM-CTA       TO TRUE
              WHEN OTHER
                 MOVE WRK-FS-ARQCTA01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3460-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    VALIDA O CLIENTE DO SEGUNDO TITULAR: DEVE EXISTIR NO        *
      *    CADASTRO E NAO ESTAR COM O RELACIONAMENTO ENCERRADO         *
      *----------------------------------------------------------------*
       3500-VALIDAR-CLIENTE SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQMNT01-CPF-TITULAR   TO FD-ARQCLI01-CPF

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
      *    GARANTE O REGISTRO DO TITULAR PRINCIPAL (CPF DA CONTA) NA   *
      *    PRIMEIRA INCLUSAO DE SEGUNDO TITULAR, COM A DATA DE         *
      *    ABERTURA DA CONTA COMO DATA DE INCLUSAO                     *
      *----------------------------------------------------------------*
       3600-GARANTIR-PRINCIPAL SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQMNT01-CONTA         TO FD-ARQTIT01-CONTA
           MOVE ARQMNT01-CPF-CONTA     TO FD-ARQTIT01-CPF-TITULAR

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQTIT01        TO TRUE

           READ ARQTIT01

           IF WRK-FS-TIT01-OK
              GO TO 3600-99-FIM
           END-IF

           IF NOT WRK-FS-TIT01-NAO-ENCONTRADO
              MOVE WRK-FS-ARQTIT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           INITIALIZE ARQTIT01-REGISTRO
           MOVE ARQMNT01-CONTA         TO ARQTIT01-CONTA
           MOVE ARQMNT01-CPF-CONTA     TO ARQTIT01-CPF-TITULAR
           SET  ARQTIT01-TITULAR-PRINCIPAL TO TRUE
           SET  ARQTIT01-TITULAR-ATIVO     TO TRUE
           MOVE WRK-DAT-ABERTURA-CONTA TO ARQTIT01-DAT-INCLUSAO
           MOVE ZEROS                  TO ARQTIT01-DAT-EXCLUSAO

           SET  WRK-CN-WRITE           TO TRUE
           WRITE FD-ARQTIT01           FROM ARQTIT01-REGISTRO

           IF WRK-FS-TIT01-OK
              ADD 1 TO ACU-PRINCIPAIS
              MOVE 'PRINCIPAL'         TO WRK-RESULTADO
              PERFORM 3950-GRAVAR-LOG
           ELSE
              MOVE WRK-FS-ARQTIT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
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
           MOVE ARQTIT01-CPF-CONTA      TO ARQSAI01-CPF-CONTA
           MOVE ARQTIT01-NUM-CONTA      TO ARQSAI01-NUM-CONTA
           MOVE ARQTIT01-CPF-TITULAR    TO ARQSAI01-CPF-TITULAR
           MOVE ARQTIT01-PAPEL          TO ARQSAI01-PAPEL
           MOVE ARQTIT01-SIT-TITULAR    TO ARQSAI01-SIT-TITULAR
           MOVE ARQTIT01-DAT-INCLUSAO   TO ARQSAI01-DAT-INCLUSAO
           MOVE ARQTIT01-DAT-EXCLUSAO   TO ARQSAI01-DAT-EXCLUSAO
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
           MOVE ARQMNT01-CPF-CONTA      TO ARQREJ01-CPF-CONTA
           MOVE ARQMNT01-NUM-CONTA      TO ARQREJ01-NUM-CONTA
           MOVE ARQMNT01-CPF-TITULAR    TO ARQREJ01-CPF-TITULAR
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
           COMPUTE ARQAUD01-QTDE-GRAVA = ACU-INCLUIDOS + ACU-PRINCIPAIS
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

           SET  WRK-CN-ARQTIT01        TO TRUE
           CLOSE ARQTIT01
           IF NOT WRK-FS-TIT01-OK
              MOVE WRK-FS-ARQTIT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQCTA01        TO TRUE
           CLOSE ARQCTA01
           IF NOT WRK-FS-CTA01-OK
              MOVE WRK-FS-ARQCTA01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQCLI01        TO TRUE
           CLOSE ARQCLI01
           IF NOT WRK-FS-CLI01-OK
              MOVE WRK-FS-ARQCLI01     TO WRK-FS-DISPLAY
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
           DISPLAY '* QTDE DE TITULARES INCLUIDOS: ' WRK-MASK-QTDE  '*'
           MOVE ACU-PRINCIPAIS         TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE PRINCIPAIS GRAVADOS: ' WRK-MASK-QTDE  '*'
           MOVE ACU-EXCLUIDOS          TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE TITULARES EXCLUIDOS: ' WRK-MASK-QTDE  '*'
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
