      *                    TRANSACOES, COM VALIDACAO DA HIERARQUIA     *
      *                    (DIRETORIA > DEPARTAMENTO): PAI EXISTENTE   *
      *                    E DE NIVEL SUPERIOR, SEM CICLOS, E SEM      *
      *                    EXCLUSAO DE QUEM AINDA TEM SUBORDINADOS OU  *
      *                    FUNCIONARIOS NO CADASTRO (ARQENT01). GRAVA  *
      *                    A IMAGEM-ANTES DE CADA TRANSACAO ACEITA NO  *
      *                    HISTORICO DE DEPARTAMENTOS (ARQHDP01),      *
      *                    COMPARTILHADO COM A TRANSACAO ONLINE EX22.  *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQMNT01                                  MNT01109        *
      *      ARQDEP01                                  DEP01106        *
      *      ARQENT01                                  ENT01105        *
      *      ARQSAI01                                  LOG01109        *
      *      ARQHDP01                                  HDP01122        *
      *      ARQREJ01                                  REJ01109        *
      *      ARQAUD01                                  AUD00105        *
      *----------------------------------------------------------------*
                      RECORD KEY       IS FD-ARQDEP01-COD-DEPTO
                      FILE STATUS      IS WRK-FS-ARQDEP01.

           SELECT ARQENT01 ASSIGN      TO UT-S-ARQENT01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS FD-ARQENT01-COD-FUNCO
                      FILE STATUS      IS WRK-FS-ARQENT01.

           SELECT ARQSAI01 ASSIGN      TO UT-S-ARQSAI01
                      FILE STATUS      IS WRK-FS-ARQSAI01.

           SELECT ARQREJ01 ASSIGN      TO UT-S-ARQREJ01
                      FILE STATUS      IS WRK-FS-ARQREJ01.

           SELECT ARQHDP01 ASSIGN      TO UT-S-ARQHDP01
                      FILE STATUS      IS WRK-FS-ARQHDP01.

           SELECT ARQAUD01 ASSIGN      TO UT-S-ARQAUD01
                      FILE STATUS      IS WRK-FS-ARQAUD01.
      *
           05 FD-ARQDEP01-COD-DEPTO   PIC 9(15).
           05 FILLER                  PIC X(101).

      *----------------------------------------------------------------*
      *   INPUT:      CADASTRO DE FUNCIONARIOS (CONSULTA DOS           *
      *               FUNCIONARIOS DO DEPTO ANTES DA EXCLUSAO)         *
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
      *               ORG. SEQUENCIAL   -   LRECL = 081                *
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQREJ01              PIC X(048).

      *----------------------------------------------------------------*
      *   OUTPUT:     HISTORICO ACUMULATIVO DE IMAGENS-ANTES DO        *
      *               CADASTRO DE DEPARTAMENTOS (EXTEND)               *
      *               ORG. SEQUENCIAL   -   LRECL = 150                *
      *----------------------------------------------------------------*

       FD  ARQHDP01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQHDP01              PIC X(150).

      *----------------------------------------------------------------*
      *   OUTPUT:     LOG DE AUDITORIA DE EXECUCAO (COMPARTILHADO      *
      *               COM OS DEMAIS PROGRAMAS DO BOOK)                 *
           03 ACU-ALTERADOS          PIC 9(005) VALUE ZEROS.
           03 ACU-EXCLUIDOS          PIC 9(005) VALUE ZEROS.
           03 ACU-REJEITADOS         PIC 9(005) VALUE ZEROS.
           03 ACU-HISTORICO          PIC 9(005) VALUE ZEROS.

       01 WRK-SW-HIERARQUIA       PIC  X(001) VALUE 'S'.
          88 WRK-HIERARQUIA-OK                VALUE 'S'.
       01 WRK-SW-SUBORDINADO      PIC  X(001) VALUE 'N'.
          88 WRK-TEM-SUBORDINADO              VALUE 'S'.
          88 WRK-SEM-SUBORDINADO              VALUE 'N'.
      *
       01 WRK-SW-FUNCIONARIO      PIC  X(001) VALUE 'N'.
          88 WRK-TEM-FUNCIONARIO              VALUE 'S'.
          88 WRK-SEM-FUNCIONARIO              VALUE 'N'.
      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQMNT01      VALUE 'ARQMNT01'.
          88 WRK-CN-ARQDEP01      VALUE 'ARQDEP01'.
          88 WRK-CN-ARQENT01      VALUE 'ARQENT01'.
          88 WRK-CN-ARQHDP01      VALUE 'ARQHDP01'.
          88 WRK-CN-ARQSAI01      VALUE 'ARQSAI01'.
          88 WRK-CN-ARQREJ01      VALUE 'ARQREJ01'.
          88 WRK-CN-ARQAUD01      VALUE 'ARQAUD01'.
             88 WRK-FS-DEP01-OK           VALUE '00'.
             88 WRK-FS-DEP01-FIM          VALUE '10'.
             88 WRK-FS-DEP01-NAO-ENCONTRADO VALUE '23'.
          05 WRK-FS-ARQENT01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ENT01-OK           VALUE '00'.
             88 WRK-FS-ENT01-FIM          VALUE '10'.
             88 WRK-FS-ENT01-NAO-ENCONTRADO VALUE '23'.
          05 WRK-FS-ARQHDP01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-HDP01-OK           VALUE '00'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK           VALUE '00'.
          05 WRK-FS-ARQREJ01      PIC  X(002) VALUE SPACES.
      *
           COPY MNT01109.
           COPY DEP01106.
           COPY ENT01105.
           COPY HDP01122.
           COPY LOG01109.
           COPY REJ01109.
           COPY AUD00105.
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQENT01        TO TRUE
           OPEN INPUT ARQENT01

           IF NOT WRK-FS-ENT01-OK
              MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQHDP01        TO TRUE
           OPEN EXTEND ARQHDP01

           IF NOT WRK-FS-HDP01-OK
              MOVE WRK-FS-ARQHDP01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQSAI01        TO TRUE
           OPEN OUTPUT ARQSAI01

              WHEN ARQMNT01-TRANS-EXCLUSAO
                 PERFORM 3450-VERIFICAR-SUBORDINADOS
                 IF WRK-SEM-SUBORDINADO
                    PERFORM 3480-VERIFICAR-FUNCIONARIOS
                    IF WRK-SEM-FUNCIONARIO
                       PERFORM 3300-EXCLUIR-DEPARTAMENTO
                    ELSE
                       MOVE 12 TO WRK-COD-MOTIVO-REJEICAO
                       MOVE 'DEPTO POSSUI FUNCIONARIOS'
                                        TO WRK-DESC-MOTIVO-REJEICAO
                       PERFORM 3960-GRAVAR-REJEITO
                    END-IF
                 ELSE
                    MOVE 08 TO WRK-COD-MOTIVO-REJEICAO
                    MOVE 'POSSUI DEPTOS SUBORDINADOS'
                 IF WRK-FS-DEP01-OK
                    ADD 1 TO ACU-INCLUIDOS
                    MOVE 'INCLUIDO'    TO WRK-RESULTADO
                    PERFORM 3940-GRAVAR-HISTORICO
                    PERFORM 3950-GRAVAR-LOG
                 ELSE
                    MOVE WRK-FS-ARQDEP01 TO WRK-FS-DISPLAY
           READ ARQDEP01 INTO ARQDEP01-REGISTRO

           IF WRK-FS-DEP01-OK
              PERFORM 3940-GRAVAR-HISTORICO
              PERFORM 3700-MONTAR-REGISTRO-MESTRE

              SET  WRK-CN-WRITE        TO TRUE
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQDEP01        TO TRUE

           READ ARQDEP01 INTO ARQDEP01-REGISTRO

           IF WRK-FS-DEP01-OK
              PERFORM 3940-GRAVAR-HISTORICO

              SET  WRK-CN-DELETE       TO TRUE
              DELETE ARQDEP01

           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE VERIFICACAO DE FUNCIONARIOS ANTES DA EXCLUSAO:    *
      *    PERCORRE O CADASTRO DE FUNCIONARIOS PROCURANDO QUEM AINDA   *
      *    ESTA LOTADO NO DEPTO (QUALQUER SITUACAO)                    *
      *----------------------------------------------------------------*
       3480-VERIFICAR-FUNCIONARIOS SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-SEM-FUNCIONARIO     TO TRUE

           MOVE ZEROS                  TO FD-ARQENT01-COD-FUNCO

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQENT01        TO TRUE

           START ARQENT01 KEY NOT LESS FD-ARQENT01-COD-FUNCO

           IF WRK-FS-ENT01-OK
              PERFORM 3485-LER-PROXIMO-FUNCIONARIO

              PERFORM 3490-TESTAR-FUNCIONARIO
                 UNTIL WRK-FS-ENT01-FIM OR WRK-TEM-FUNCIONARIO
           ELSE
              IF NOT WRK-FS-ENT01-NAO-ENCONTRADO
                 MOVE WRK-FS-ARQENT01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3480-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA SEQUENCIAL DO CADASTRO DE FUNCIONARIOS    *
      *----------------------------------------------------------------*
       3485-LER-PROXIMO-FUNCIONARIO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQENT01        TO TRUE

           READ ARQENT01 NEXT INTO ARQENT01-REGISTRO

           IF WRK-FS-ENT01-OK OR WRK-FS-ENT01-FIM
              CONTINUE
           ELSE
              MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3485-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE UM FUNCIONARIO DO BROWSE                 *
      *----------------------------------------------------------------*
       3490-TESTAR-FUNCIONARIO SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQENT01-COD-DEPTO NUMERIC
              AND ARQENT01-COD-DEPTO EQUAL ARQMNT01-COD-DEPTO
              SET WRK-TEM-FUNCIONARIO  TO TRUE
           ELSE
              PERFORM 3485-LER-PROXIMO-FUNCIONARIO
           END-IF
           .
      *----------------------------------------------------------------*
       3490-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE GRAVACAO DA IMAGEM-ANTES NO HISTORICO DE DEPTOS   *
      *    (NA INCLUSAO, IMAGEM DO REGISTRO INCLUIDO)                  *
      *----------------------------------------------------------------*
       3940-GRAVAR-HISTORICO SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE ARQHDP01-REGISTRO

           MOVE FUNCTION CURRENT-DATE(1:8)
                                        TO ARQHDP01-DAT-ALTERACAO
           MOVE FUNCTION CURRENT-DATE(9:6)
                                        TO ARQHDP01-HOR-ALTERACAO
           MOVE ARQMNT01-TIPO-TRANSACAO TO ARQHDP01-TIPO-TRANSACAO
           MOVE WRK-PROGRAMA            TO ARQHDP01-PROGRAMA
           MOVE SPACES                  TO ARQHDP01-COD-USUARIO
           MOVE ARQDEP01-REGISTRO       TO ARQHDP01-DADOS-ANTES

           SET  WRK-CN-WRITE            TO TRUE
           SET  WRK-CN-ARQHDP01         TO TRUE
           WRITE FD-ARQHDP01 FROM ARQHDP01-REGISTRO

           IF WRK-FS-HDP01-OK
              ADD 1 TO ACU-HISTORICO
           ELSE
              MOVE WRK-FS-ARQHDP01      TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3940-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE GRAVACAO DO LOG DE TRANSACOES ACEITAS             *
      *----------------------------------------------------------------*
       3950-GRAVAR-LOG SECTION.
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQENT01        TO TRUE
           CLOSE ARQENT01
           IF NOT WRK-FS-ENT01-OK
              MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQHDP01        TO TRUE
           CLOSE ARQHDP01
           IF NOT WRK-FS-HDP01-OK
              MOVE WRK-FS-ARQHDP01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQSAI01        TO TRUE
           CLOSE ARQSAI01
           IF NOT WRK-FS-SAI01-OK
           DISPLAY '* QTDE DE EXCLUSOES          : ' WRK-MASK-QTDE  '*'
           MOVE ACU-REJEITADOS         TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE REJEITADAS         : ' WRK-MASK-QTDE  '*'
           MOVE ACU-HISTORICO          TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE IMAGENS HISTORICO  : ' WRK-MASK-QTDE  '*'
           DISPLAY '*                                                *'
           DISPLAY '* ' WRK-PROGRAMA ' FIM NORMAL                    *'
           DISPLAY '**************************************************'
