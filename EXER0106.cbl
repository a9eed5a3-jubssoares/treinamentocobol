      *                    CADASTRO DE FUNCIONARIOS/DEPARTAMENTOS      *
      *                    (ARQENT01), A PARTIR DE UM ARQUIVO DE       *
      *                    TRANSACOES.                                 *
      *                    ALTERACOES DE SALARIO, GRADE E SITUACAO     *
      *                    (DUPLO CONTROLE) NAO SAO APLICADAS: VIRAM   *
      *                    SOLICITACAO NO ARQAPV01 E SO CHEGAM AO      *
      *                    CADASTRO/HISTORICO/JORNAL QUANDO UM SEGUNDO *
      *                    USUARIO APROVA (TRANSACAO 'V'; 'R' REPROVA) *
      *                    O CPF DO FUNCIONARIO (I/A) TEM O DIGITO     *
      *                    VERIFICADOR CRITICADO (MODULO 11).          *
      *                    A DATA DE ADMISSAO (I/A) E CRITICADA COMO   *
      *                    DATA DO CALENDARIO, NAO POSTERIOR A DATA DA *
      *                    RODADA; ZEROS MANTEM A DATA DO CADASTRO.    *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPEN01/ARQPEN02                         MNT01106        *
      *      ARQGRD01                                  GRD01105        *
      *      ARQJRN01                                  JRN01107        *
      *      ARQAPV01                                  APV01106        *
      *      ARQAUD01                                  AUD00105        *
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
           SELECT ARQJRN01 ASSIGN      TO UT-S-ARQJRN01
                      FILE STATUS      IS WRK-FS-ARQJRN01.

           SELECT ARQAPV01 ASSIGN      TO UT-S-ARQAPV01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS FD-ARQAPV01-COD-FUNCO
                      FILE STATUS      IS WRK-FS-ARQAPV01.

           SELECT ARQAUD01 ASSIGN      TO UT-S-ARQAUD01
                      FILE STATUS      IS WRK-FS-ARQAUD01.
      *
      *
      *----------------------------------------------------------------*
      *   INPUT:      ARQUIVO DE TRANSACOES DE MANUTENCAO              *
      *               ORG. SEQUENCIAL   -   LRECL = 238                *
      *----------------------------------------------------------------*

       FD  ARQMNT01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQMNT01              PIC X(238).

      *----------------------------------------------------------------*
      *   I-O:        CADASTRO DE FUNCIONARIOS/DEPARTAMENTOS           *
      *               ORG. INDEXADA     -   LRECL = 206                *
      *----------------------------------------------------------------*

       FD  ARQENT01
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQENT01.
           05 FD-ARQENT01-COD-FUNCO   PIC 9(08).
           05 FILLER                  PIC X(198).

      *----------------------------------------------------------------*
      *   INPUT:      CADASTRO DE REFERENCIA DE DEPARTAMENTOS          *

      *----------------------------------------------------------------*
      *   INPUT:      TRANSACOES PENDENTES RETIDAS NA RODADA ANTERIOR  *
      *               (OPCIONAL) - ORG. SEQUENCIAL - LRECL = 238       *
      *----------------------------------------------------------------*

       FD  ARQPEN01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPEN01              PIC X(238).

      *----------------------------------------------------------------*
      *   OUTPUT:     TRANSACOES QUE CONTINUAM RETIDAS (DATA DE        *
      *               EFETIVACAO FUTURA) - ORG. SEQ. - LRECL = 238     *
      *----------------------------------------------------------------*

       FD  ARQPEN02
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPEN02              PIC X(238).

      *----------------------------------------------------------------*
      *   INPUT:      CARTAO DE PARAMETROS (OPCIONAL)                  *
      *----------------------------------------------------------------*
      *   OUTPUT:     HISTORICO ACUMULATIVO DE IMAGENS-ANTES DO        *
      *               CADASTRO DE FUNCIONARIOS                         *
      *               ORG. SEQUENCIAL   -   LRECL = 221                *
      *----------------------------------------------------------------*

       FD  ARQHIS01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQHIS01              PIC X(221).

      *----------------------------------------------------------------*
      *   INPUT:      TABELA DE GRADES SALARIAIS                       *
      *----------------------------------------------------------------*
      *   OUTPUT:     JORNAL ACUMULATIVO DE IMAGENS-DEPOIS DO          *
      *               CADASTRO (RECUPERACAO A FRENTE)                  *
      *               ORG. SEQUENCIAL   -   LRECL = 237                *
      *----------------------------------------------------------------*

       FD  ARQJRN01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQJRN01              PIC X(237).

      *----------------------------------------------------------------*
      *   I-O:        SOLICITACOES DE ALTERACAO SENSIVEL AGUARDANDO    *
      *               APROVACAO (DUPLO CONTROLE)                       *
      *               ORG. INDEXADA     -   LRECL = 120                *
      *----------------------------------------------------------------*

       FD  ARQAPV01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQAPV01.
           05 FD-ARQAPV01-COD-FUNCO   PIC 9(08).
           05 FILLER                  PIC X(112).

      *----------------------------------------------------------------*
      *   OUTPUT:     LOG DE AUDITORIA DE EXECUCAO (COMPARTILHADO      *
      *
       01 WRK-PARM-REGISTRO.
          05 WRK-PARM-MODO-EXECUCAO PIC X(001) VALUE SPACES.
          05 WRK-PARM-DIAS-APROVACAO PIC X(003) VALUE SPACES.
          05 FILLER               PIC X(076) VALUE SPACES.
      *
      *    PRAZO EM DIAS PARA A DECISAO DE UMA SOLICITACAO DE
      *    ALTERACAO SENSIVEL (COLUNAS 2-4 DO CARTAO; PADRAO 005)
       77 WRK-DIAS-APROVACAO      PIC 9(003) VALUE 5.
       77 WRK-DATA-EXPIRACAO      PIC 9(008) VALUE ZEROS.
       77 WRK-HORA-CORRENTE       PIC 9(006) VALUE ZEROS.
       77 WRK-VAL-SALARIO-SOLIC   PIC 9(009)V99 VALUE ZEROS.
       77 WRK-VAL-SALARIO-MESTRE  PIC 9(009)V99 VALUE ZEROS.
      *
       01 WRK-SW-SENSIVEL         PIC X(001) VALUE 'N'.
          88 WRK-ALTERACAO-SENSIVEL           VALUE 'S'.
       01 WRK-SW-SOLICITACAO      PIC X(001) VALUE 'N'.
          88 WRK-SOLICITACAO-ENCONTRADA       VALUE 'S'.
          88 WRK-SOLICITACAO-NAO-ENCONTRADA   VALUE 'N'.
       01 WRK-SW-CRITICA-SOLIC    PIC X(001) VALUE 'S'.
          88 WRK-SOLICITACAO-VALIDA           VALUE 'S'.
          88 WRK-SOLICITACAO-INVALIDA         VALUE 'N'.
      *
       01 WRK-SW-SIMULACAO        PIC X(001) VALUE 'N'.
          88 WRK-MODO-SIMULACAO               VALUE 'S'.
       01 WRK-SW-GRADE            PIC X(001) VALUE 'S'.
          88 WRK-GRADE-VALIDA                VALUE 'S'.
          88 WRK-GRADE-INVALIDA              VALUE 'N'.
      *
      *    AREA DA CRITICA DO CPF DO FUNCIONARIO: DIGITO VERIFICADOR
      *    (MODULO 11)
       01 WRK-CPF-TRABALHO.
          05 WRK-CPF-TRAB-COD     PIC 9(009) VALUE ZEROS.
          05 WRK-CPF-TRAB-DIG     PIC 9(002) VALUE ZEROS.
      *
       01 WRK-CPF-DIGITOS.
          05 WRK-CPF-DIGITO       OCCURS 9 TIMES PIC 9(001).
      *
       77 WRK-CPF-IDX             PIC 9(002) VALUE ZEROS.
       77 WRK-CPF-PESO            PIC 9(002) VALUE ZEROS.
       77 WRK-CPF-SOMA            PIC 9(004) VALUE ZEROS.
       77 WRK-CPF-RESTO           PIC 9(004) VALUE ZEROS.
       77 WRK-CPF-DIG1            PIC 9(001) VALUE ZEROS.
       77 WRK-CPF-DIG2            PIC 9(001) VALUE ZEROS.
       77 WRK-CPF-DIG-ESPERADO    PIC 9(002) VALUE ZEROS.
      *
       01 WRK-SW-CPF              PIC X(001) VALUE 'S'.
          88 WRK-CPF-VALIDO                  VALUE 'S'.
          88 WRK-CPF-INVALIDO                VALUE 'N'.
      *
      *    AREA DA CRITICA DA DATA DE ADMISSAO (AAAAMMDD)
       01 WRK-ADM-DATA.
          05 WRK-ADM-ANO          PIC 9(004) VALUE ZEROS.
          05 WRK-ADM-MES          PIC 9(002) VALUE ZEROS.
          05 WRK-ADM-DIA          PIC 9(002) VALUE ZEROS.
      *
       77 WRK-ADM-DIAS-MES        PIC 9(002) VALUE ZEROS.
       77 WRK-ADM-RESTO           PIC 9(004) VALUE ZEROS.
      *
       01 WRK-SW-ADMISSAO         PIC X(001) VALUE 'S'.
          88 WRK-ADMISSAO-VALIDA             VALUE 'S'.
          88 WRK-ADMISSAO-INVALIDA           VALUE 'N'.
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS-ARQMNT01     PIC 9(005) VALUE ZEROS.
           03 ACU-LIDOS-ARQPEN01     PIC 9(005) VALUE ZEROS.
           03 ACU-RETIDAS            PIC 9(005) VALUE ZEROS.
           03 ACU-TRANSFERIDOS       PIC 9(005) VALUE ZEROS.
           03 ACU-SOLICITADAS        PIC 9(005) VALUE ZEROS.
           03 ACU-APROVADAS          PIC 9(005) VALUE ZEROS.
           03 ACU-REPROVADAS         PIC 9(005) VALUE ZEROS.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQMNT01      VALUE 'ARQMNT01'.
          88 WRK-CN-ARQJRN01      VALUE 'ARQJRN01'.
          88 WRK-CN-ARQPEN01      VALUE 'ARQPEN01'.
          88 WRK-CN-ARQPEN02      VALUE 'ARQPEN02'.
          88 WRK-CN-ARQAPV01      VALUE 'ARQAPV01'.
          88 WRK-CN-ARQAUD01      VALUE 'ARQAUD01'.

       77 WRK-COMANDO             PIC  X(006) VALUE SPACES.
             88 WRK-FS-GRD01-NAO-ENCONTRADO VALUE '23'.
          05 WRK-FS-ARQJRN01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-JRN01-OK           VALUE '00'.
          05 WRK-FS-ARQAPV01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-APV01-OK           VALUE '00'.
             88 WRK-FS-APV01-NAO-ENCONTRADO VALUE '23'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK           VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.
           COPY HIS01106.
           COPY GRD01105.
           COPY JRN01107.
           COPY APV01106.
           COPY AUD00105.
           COPY 'I#ERRO01'.

              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQAPV01        TO TRUE
           OPEN I-O ARQAPV01

           IF NOT WRK-FS-APV01-OK
              MOVE WRK-FS-ARQAPV01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQAUD01        TO TRUE
           OPEN EXTEND ARQAUD01

                 DISPLAY '* CADASTRO (ARQENT01/ARQHIS01)     *'
                 DISPLAY '*************************************'
              END-IF
              IF WRK-FS-PARM-OK AND
                 WRK-PARM-DIAS-APROVACAO NUMERIC AND
                 WRK-PARM-DIAS-APROVACAO GREATER ZEROS
                 MOVE WRK-PARM-DIAS-APROVACAO TO WRK-DIAS-APROVACAO
              END-IF
              CLOSE ARQPARM
           END-IF
           .
              WHEN ARQMNT01-TRANS-INCLUSAO
                 PERFORM 3500-VALIDAR-DEPARTAMENTO
                 PERFORM 3520-VALIDAR-GRADE
                 PERFORM 3540-VALIDAR-CPF-FUNCO
                 PERFORM 3550-VALIDAR-DAT-ADMISSAO
                 EVALUATE TRUE
                    WHEN WRK-DEPTO-NAO-CADASTRADO
                       MOVE 06 TO WRK-COD-MOTIVO-REJEICAO
                       PERFORM 3960-GRAVAR-REJEITO
                    WHEN WRK-GRADE-INVALIDA
                       PERFORM 3960-GRAVAR-REJEITO
                    WHEN WRK-CPF-INVALIDO
                       MOVE 16 TO WRK-COD-MOTIVO-REJEICAO
                       MOVE 'CPF DO FUNCIONARIO INVALIDO'
                                        TO WRK-DESC-MOTIVO-REJEICAO
                       PERFORM 3960-GRAVAR-REJEITO
                    WHEN WRK-ADMISSAO-INVALIDA
                       MOVE 17 TO WRK-COD-MOTIVO-REJEICAO
                       MOVE 'DATA DE ADMISSAO INVALIDA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
                       PERFORM 3960-GRAVAR-REJEITO
                    WHEN OTHER
                       PERFORM 3100-INCLUIR-FUNCIONARIO
                 END-EVALUATE
              WHEN ARQMNT01-TRANS-ALTERACAO
                 PERFORM 3500-VALIDAR-DEPARTAMENTO
                 PERFORM 3520-VALIDAR-GRADE
                 PERFORM 3540-VALIDAR-CPF-FUNCO
                 PERFORM 3550-VALIDAR-DAT-ADMISSAO
                 EVALUATE TRUE
                    WHEN WRK-DEPTO-NAO-CADASTRADO
                       MOVE 06 TO WRK-COD-MOTIVO-REJEICAO
                       PERFORM 3960-GRAVAR-REJEITO
                    WHEN WRK-GRADE-INVALIDA
                       PERFORM 3960-GRAVAR-REJEITO
                    WHEN WRK-CPF-INVALIDO
                       MOVE 16 TO WRK-COD-MOTIVO-REJEICAO
                       MOVE 'CPF DO FUNCIONARIO INVALIDO'
                                        TO WRK-DESC-MOTIVO-REJEICAO
                       PERFORM 3960-GRAVAR-REJEITO
                    WHEN WRK-ADMISSAO-INVALIDA
                       MOVE 17 TO WRK-COD-MOTIVO-REJEICAO
                       MOVE 'DATA DE ADMISSAO INVALIDA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
                       PERFORM 3960-GRAVAR-REJEITO
                    WHEN OTHER
                       PERFORM 3200-ALTERAR-FUNCIONARIO
                 END-EVALUATE
                                        TO WRK-DESC-MOTIVO-REJEICAO
                    PERFORM 3960-GRAVAR-REJEITO
                 END-IF
              WHEN ARQMNT01-TRANS-APROVACAO
                OR ARQMNT01-TRANS-REPROVACAO
                 PERFORM 3490-DECIDIR-SOLICITACAO
              WHEN OTHER
                 MOVE 01 TO WRK-COD-MOTIVO-REJEICAO
                 MOVE 'TIPO TRANSACAO INVALIDO'
           READ ARQENT01 INTO ARQENT01-REGISTRO

           IF WRK-FS-ENT01-OK
              PERFORM 3450-VERIFICAR-SENSIVEL
              IF WRK-ALTERACAO-SENSIVEL
                 PERFORM 3460-CRITICAR-SOLICITACAO
              END-IF
              IF WRK-ALTERACAO-SENSIVEL AND WRK-SOLICITACAO-INVALIDA
                 PERFORM 3960-GRAVAR-REJEITO
              ELSE
                 PERFORM 3210-EFETIVAR-ALTERACAO
              END-IF
           ELSE
              IF WRK-FS-ENT01-NAO-ENCONTRADO
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE EFETIVACAO DA ALTERACAO NO CADASTRO: SALARIO,     *
      *    GRADE E SITUACAO SENSIVEIS FICAM COMO ESTAO NO CADASTRO ATE *
      *    A APROVACAO; OS DEMAIS CAMPOS SAO APLICADOS NA HORA         *
      *----------------------------------------------------------------*
       3210-EFETIVAR-ALTERACAO SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3940-GRAVAR-HISTORICO

           PERFORM 3700-MONTAR-REGISTRO-MESTRE

           IF WRK-ALTERACAO-SENSIVEL
              MOVE ARQAPV01-VAL-SALARIO-ATUAL
                                        TO ARQENT01-VAL-SALARIO
              MOVE ARQAPV01-COD-GRADE-ATUAL
                                        TO ARQENT01-COD-GRADE
              MOVE ARQAPV01-SIT-FUNCO-ATUAL
                                        TO ARQENT01-SIT-FUNCO
              PERFORM 3480-GRAVAR-SOLICITACAO
           END-IF

           IF WRK-MODO-SIMULACAO
              ADD 1 TO ACU-ALTERADOS
              MOVE 'ALTERADO'          TO WRK-RESULTADO
              PERFORM 3950-GRAVAR-LOG
           ELSE
              SET  WRK-CN-WRITE        TO TRUE
              SET  WRK-CN-ARQENT01     TO TRUE
              REWRITE FD-ARQENT01      FROM ARQENT01-REGISTRO

              IF WRK-FS-ENT01-OK
                 ADD 1 TO ACU-ALTERADOS
                 MOVE 'ALTERADO'       TO WRK-RESULTADO
                 MOVE 'A'              TO WRK-TIPO-JORNAL
                 PERFORM 3947-GRAVAR-JORNAL
                 PERFORM 3950-GRAVAR-LOG
              ELSE
                 MOVE WRK-FS-ARQENT01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE EXCLUSAO DE FUNCIONARIO DO CADASTRO               *
      *----------------------------------------------------------------*
       3300-EXCLUIR-FUNCIONARIO SECTION.
           READ ARQENT01 INTO ARQENT01-REGISTRO

           IF WRK-FS-ENT01-OK
              PERFORM 3450-VERIFICAR-SENSIVEL
              IF WRK-ALTERACAO-SENSIVEL
                 PERFORM 3460-CRITICAR-SOLICITACAO
                 IF WRK-SOLICITACAO-INVALIDA
                    PERFORM 3960-GRAVAR-REJEITO
                 ELSE
                    PERFORM 3480-GRAVAR-SOLICITACAO
                 END-IF
              ELSE
                 PERFORM 3420-EFETIVAR-SITUACAO
              END-IF
           ELSE
              IF WRK-FS-ENT01-NAO-ENCONTRADO
                 MOVE 03 TO WRK-COD-MOTIVO-REJEICAO
                 MOVE 'FUNCIONARIO NAO CADASTRADO'
                                        TO WRK-DESC-MOTIVO-REJEICAO
                 PERFORM 3960-GRAVAR-REJEITO
              ELSE
                 MOVE WRK-FS-ARQENT01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3410-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE EFETIVACAO DA SITUACAO NO CADASTRO (SITUACAO JA   *
      *    IGUAL A DO CADASTRO OU APLICACAO DE SOLICITACAO APROVADA)   *
      *----------------------------------------------------------------*
       3420-EFETIVAR-SITUACAO SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3940-GRAVAR-HISTORICO

           MOVE ARQMNT01-SIT-FUNCO     TO ARQENT01-SIT-FUNCO

           IF WRK-MODO-SIMULACAO
              ADD 1 TO ACU-SITUACAO
              MOVE 'SITUACAO'          TO WRK-RESULTADO
              PERFORM 3950-GRAVAR-LOG
           ELSE
              SET  WRK-CN-WRITE        TO TRUE
              SET  WRK-CN-ARQENT01     TO TRUE
              REWRITE FD-ARQENT01      FROM ARQENT01-REGISTRO

              IF WRK-FS-ENT01-OK
                 ADD 1 TO ACU-SITUACAO
                 MOVE 'SITUACAO'       TO WRK-RESULTADO
                 MOVE 'A'              TO WRK-TIPO-JORNAL
                 PERFORM 3947-GRAVAR-JORNAL
                 PERFORM 3950-GRAVAR-LOG
              ELSE
                 MOVE WRK-FS-ARQENT01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3420-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE VERIFICACAO DE ALTERACAO SENSIVEL (DUPLO          *
      *    CONTROLE): SALARIO, GRADE OU SITUACAO DIFERENTES DO         *
      *    CADASTRO NA ALTERACAO 'A' OU NA TROCA DE SITUACAO 'S'       *
      *----------------------------------------------------------------*
       3450-VERIFICAR-SENSIVEL SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-SW-SENSIVEL

           IF ARQMNT01-VAL-SALARIO NUMERIC
              MOVE ARQMNT01-VAL-SALARIO TO WRK-VAL-SALARIO-SOLIC
           ELSE
              MOVE ZEROS               TO WRK-VAL-SALARIO-SOLIC
           END-IF

           IF ARQENT01-VAL-SALARIO NUMERIC
              MOVE ARQENT01-VAL-SALARIO TO WRK-VAL-SALARIO-MESTRE
           ELSE
              MOVE ZEROS               TO WRK-VAL-SALARIO-MESTRE
           END-IF

           EVALUATE TRUE
              WHEN ARQMNT01-TRANS-SITUACAO
                 IF ARQMNT01-SIT-FUNCO NOT EQUAL ARQENT01-SIT-FUNCO
                    SET WRK-ALTERACAO-SENSIVEL TO TRUE
                 END-IF
              WHEN ARQMNT01-TRANS-ALTERACAO
                 IF WRK-VAL-SALARIO-SOLIC NOT EQUAL
                    WRK-VAL-SALARIO-MESTRE
                    OR ARQMNT01-COD-GRADE NOT EQUAL ARQENT01-COD-GRADE
                    OR (ARQMNT01-SIT-VALIDA AND
                        ARQMNT01-SIT-FUNCO NOT EQUAL ARQENT01-SIT-FUNCO)
                    SET WRK-ALTERACAO-SENSIVEL TO TRUE
                 END-IF
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3450-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE CRITICA E MONTAGEM DA SOLICITACAO DE APROVACAO:   *
      *    EXIGE O USUARIO SOLICITANTE E NAO ACEITA UMA SEGUNDA        *
      *    SOLICITACAO PARA O FUNCIONARIO ENQUANTO HOUVER OUTRA        *
      *    PENDENTE DENTRO DO PRAZO                                    *
      *----------------------------------------------------------------*
       3460-CRITICAR-SOLICITACAO SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-SOLICITACAO-VALIDA  TO TRUE

           IF ARQMNT01-COD-USUARIO EQUAL SPACES
              SET WRK-SOLICITACAO-INVALIDA TO TRUE
              MOVE 11 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'USUARIO NAO INFORMADO'
                                        TO WRK-DESC-MOTIVO-REJEICAO
           ELSE
              PERFORM 3470-LER-SOLICITACAO
              IF WRK-SOLICITACAO-ENCONTRADA AND ARQAPV01-PENDENTE
                 AND ARQAPV01-DAT-EXPIRACAO NOT LESS WRK-DATA-CORRENTE
                 SET WRK-SOLICITACAO-INVALIDA TO TRUE
                 MOVE 12 TO WRK-COD-MOTIVO-REJEICAO
                 MOVE 'SOLICITACAO JA PENDENTE'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              END-IF
           END-IF

           IF WRK-SOLICITACAO-VALIDA
              MOVE FUNCTION CURRENT-DATE(9:6) TO WRK-HORA-CORRENTE
              COMPUTE WRK-DATA-EXPIRACAO = FUNCTION DATE-OF-INTEGER
                     (FUNCTION INTEGER-OF-DATE (WRK-DATA-CORRENTE)
                      + WRK-DIAS-APROVACAO)

              INITIALIZE ARQAPV01-REGISTRO
              MOVE ARQMNT01-COD-FUNCO  TO ARQAPV01-COD-FUNCO
              SET  ARQAPV01-PENDENTE   TO TRUE
              MOVE ARQMNT01-COD-USUARIO
                                        TO ARQAPV01-COD-USUARIO-SOLIC
              MOVE WRK-DATA-CORRENTE   TO ARQAPV01-DAT-SOLICITACAO
              MOVE WRK-HORA-CORRENTE   TO ARQAPV01-HOR-SOLICITACAO
              MOVE WRK-PROGRAMA        TO ARQAPV01-PROGRAMA-ORIGEM
              MOVE WRK-DATA-EXPIRACAO  TO ARQAPV01-DAT-EXPIRACAO
              MOVE WRK-VAL-SALARIO-MESTRE
                                        TO ARQAPV01-VAL-SALARIO-ATUAL
              MOVE ARQENT01-COD-GRADE  TO ARQAPV01-COD-GRADE-ATUAL
              MOVE ARQENT01-SIT-FUNCO  TO ARQAPV01-SIT-FUNCO-ATUAL

              IF ARQMNT01-TRANS-ALTERACAO
                 MOVE WRK-VAL-SALARIO-SOLIC
                                        TO ARQAPV01-VAL-SALARIO-NOVO
                 MOVE ARQMNT01-COD-GRADE
                                        TO ARQAPV01-COD-GRADE-NOVO
              ELSE
                 MOVE WRK-VAL-SALARIO-MESTRE
                                        TO ARQAPV01-VAL-SALARIO-NOVO
                 MOVE ARQENT01-COD-GRADE
                                        TO ARQAPV01-COD-GRADE-NOVO
              END-IF

              IF ARQMNT01-SIT-VALIDA
                 MOVE ARQMNT01-SIT-FUNCO
                                        TO ARQAPV01-SIT-FUNCO-NOVO
              ELSE
                 MOVE ARQENT01-SIT-FUNCO
                                        TO ARQAPV01-SIT-FUNCO-NOVO
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3460-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DA SOLICITACAO DO FUNCIONARIO (ARQAPV01)  *
      *----------------------------------------------------------------*
       3470-LER-SOLICITACAO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQMNT01-COD-FUNCO     TO FD-ARQAPV01-COD-FUNCO

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQAPV01        TO TRUE

           READ ARQAPV01 INTO ARQAPV01-REGISTRO

           EVALUATE TRUE
              WHEN WRK-FS-APV01-OK
                 SET WRK-SOLICITACAO-ENCONTRADA     TO TRUE
              WHEN WRK-FS-APV01-NAO-ENCONTRADO
                 SET WRK-SOLICITACAO-NAO-ENCONTRADA TO TRUE
              WHEN OTHER
                 MOVE WRK-FS-ARQAPV01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3470-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE GRAVACAO DA SOLICITACAO PENDENTE: A DECIDIDA OU   *
      *    EXPIRADA DO MESMO FUNCIONARIO E SOBREPOSTA                  *
      *----------------------------------------------------------------*
       3480-GRAVAR-SOLICITACAO SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT WRK-MODO-SIMULACAO
              SET  WRK-CN-WRITE        TO TRUE
              SET  WRK-CN-ARQAPV01     TO TRUE

              IF WRK-SOLICITACAO-ENCONTRADA
                 REWRITE FD-ARQAPV01   FROM ARQAPV01-REGISTRO
              ELSE
                 WRITE FD-ARQAPV01     FROM ARQAPV01-REGISTRO
              END-IF

              IF NOT WRK-FS-APV01-OK
                 MOVE WRK-FS-ARQAPV01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF

           ADD 1 TO ACU-SOLICITADAS
           MOVE 'PENDENTE'             TO WRK-RESULTADO
           PERFORM 3950-GRAVAR-LOG
           .
      *----------------------------------------------------------------*
       3480-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE ENCERRAMENTO DA SOLICITACAO (APROVADA, REPROVADA  *
      *    OU EXPIRADA), COM DATA E HORA DA DECISAO                    *
      *----------------------------------------------------------------*
       3485-ENCERRAR-SOLICITACAO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-DATA-CORRENTE      TO ARQAPV01-DAT-DECISAO
           MOVE FUNCTION CURRENT-DATE(9:6)
                                        TO ARQAPV01-HOR-DECISAO

           IF NOT WRK-MODO-SIMULACAO
              SET  WRK-CN-WRITE        TO TRUE
              SET  WRK-CN-ARQAPV01     TO TRUE
              REWRITE FD-ARQAPV01      FROM ARQAPV01-REGISTRO

              IF NOT WRK-FS-APV01-OK
                 MOVE WRK-FS-ARQAPV01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3485-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE DECISAO DA SOLICITACAO PENDENTE PELAS TRANSACOES  *
      *    'V' (APROVACAO) E 'R' (REPROVACAO): O USUARIO DA TRANSACAO  *
      *    TEM DE SER DIFERENTE DO SOLICITANTE E A DECISAO TEM DE      *
      *    OCORRER DENTRO DO PRAZO                                     *
      *----------------------------------------------------------------*
       3490-DECIDIR-SOLICITACAO SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3470-LER-SOLICITACAO

           EVALUATE TRUE
              WHEN ARQMNT01-COD-USUARIO EQUAL SPACES
                 MOVE 11 TO WRK-COD-MOTIVO-REJEICAO
                 MOVE 'USUARIO NAO INFORMADO'
                                        TO WRK-DESC-MOTIVO-REJEICAO
                 PERFORM 3960-GRAVAR-REJEITO
              WHEN WRK-SOLICITACAO-NAO-ENCONTRADA
                OR NOT ARQAPV01-PENDENTE
                 MOVE 13 TO WRK-COD-MOTIVO-REJEICAO
                 MOVE 'SEM SOLICITACAO PENDENTE'
                                        TO WRK-DESC-MOTIVO-REJEICAO
                 PERFORM 3960-GRAVAR-REJEITO
              WHEN ARQAPV01-DAT-EXPIRACAO LESS WRK-DATA-CORRENTE
                 SET ARQAPV01-EXPIRADA TO TRUE
                 PERFORM 3485-ENCERRAR-SOLICITACAO
                 MOVE 15 TO WRK-COD-MOTIVO-REJEICAO
                 MOVE 'SOLICITACAO EXPIRADA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
                 PERFORM 3960-GRAVAR-REJEITO
              WHEN ARQMNT01-COD-USUARIO EQUAL
                   ARQAPV01-COD-USUARIO-SOLIC
                 MOVE 14 TO WRK-COD-MOTIVO-REJEICAO
                 MOVE 'APROVADOR IGUAL AO SOLICITANTE'
                                        TO WRK-DESC-MOTIVO-REJEICAO
                 PERFORM 3960-GRAVAR-REJEITO
              WHEN ARQMNT01-TRANS-REPROVACAO
                 SET ARQAPV01-REPROVADA TO TRUE
                 MOVE ARQMNT01-COD-USUARIO
                                        TO ARQAPV01-COD-USUARIO-APROV
                 PERFORM 3485-ENCERRAR-SOLICITACAO
                 ADD 1 TO ACU-REPROVADAS
                 MOVE 'REPROVADO'      TO WRK-RESULTADO
                 PERFORM 3950-GRAVAR-LOG
              WHEN OTHER
                 PERFORM 3495-APLICAR-APROVACAO
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3490-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE APLICACAO DA SOLICITACAO APROVADA NO CADASTRO:    *
      *    RECRITICA A FAIXA DA GRADE E GRAVA HISTORICO E JORNAL COMO  *
      *    UMA ALTERACAO ('A') OU TROCA DE SITUACAO ('S') COMUM        *
      *----------------------------------------------------------------*
       3495-APLICAR-APROVACAO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQMNT01-COD-FUNCO     TO FD-ARQENT01-COD-FUNCO

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQENT01        TO TRUE

           READ ARQENT01 INTO ARQENT01-REGISTRO

           IF WRK-FS-ENT01-OK
              MOVE ARQENT01-NOM-FUNCO  TO ARQMNT01-NOM-FUNCO
              MOVE ARQAPV01-VAL-SALARIO-NOVO
                                        TO ARQMNT01-VAL-SALARIO
              MOVE ARQAPV01-COD-GRADE-NOVO
                                        TO ARQMNT01-COD-GRADE
              PERFORM 3520-VALIDAR-GRADE
              IF WRK-GRADE-INVALIDA
                 PERFORM 3960-GRAVAR-REJEITO
              ELSE
                 PERFORM 3496-EFETIVAR-APROVACAO
              END-IF
           ELSE
              IF WRK-FS-ENT01-NAO-ENCONTRADO
           END-IF
           .
      *----------------------------------------------------------------*
       3495-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE EFETIVACAO DOS VALORES APROVADOS NO CADASTRO      *
      *----------------------------------------------------------------*
       3496-EFETIVAR-APROVACAO SECTION.
      *----------------------------------------------------------------*
      *
      *    O HISTORICO REGISTRA O TIPO DA ALTERACAO EFETIVADA, E NAO
      *    A TRANSACAO DE APROVACAO, PARA OS RELATORIOS QUE O LEEM
           IF ARQAPV01-VAL-SALARIO-NOVO EQUAL ARQAPV01-VAL-SALARIO-ATUAL
              AND ARQAPV01-COD-GRADE-NOVO EQUAL ARQAPV01-COD-GRADE-ATUAL
              MOVE 'S'                 TO ARQMNT01-TIPO-TRANSACAO
           ELSE
              MOVE 'A'                 TO ARQMNT01-TIPO-TRANSACAO
           END-IF

           PERFORM 3940-GRAVAR-HISTORICO

           MOVE 'V'                    TO ARQMNT01-TIPO-TRANSACAO

           MOVE ARQAPV01-VAL-SALARIO-NOVO TO ARQENT01-VAL-SALARIO
           MOVE ARQAPV01-COD-GRADE-NOVO   TO ARQENT01-COD-GRADE
           MOVE ARQAPV01-SIT-FUNCO-NOVO   TO ARQENT01-SIT-FUNCO

           IF NOT WRK-MODO-SIMULACAO
              SET  WRK-CN-WRITE        TO TRUE
              SET  WRK-CN-ARQENT01     TO TRUE
              REWRITE FD-ARQENT01      FROM ARQENT01-REGISTRO

              IF WRK-FS-ENT01-OK
                 MOVE 'A'              TO WRK-TIPO-JORNAL
                 PERFORM 3947-GRAVAR-JORNAL
              ELSE
                 MOVE WRK-FS-ARQENT01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF

           SET  ARQAPV01-APROVADA      TO TRUE
           MOVE ARQMNT01-COD-USUARIO   TO ARQAPV01-COD-USUARIO-APROV
           PERFORM 3485-ENCERRAR-SOLICITACAO

           ADD 1 TO ACU-APROVADAS
           MOVE 'APROVADO'             TO WRK-RESULTADO
           PERFORM 3950-GRAVAR-LOG
           .
      *----------------------------------------------------------------*
       3496-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE CRITICA DO CPF DO FUNCIONARIO DA TRANSACAO: CPF   *
      *    EM ZEROS E ACEITO (NAO INFORMADO / MANTEM O DO CADASTRO);   *
      *    INFORMADO, TEM O DIGITO VERIFICADOR CONFERIDO               *
      *----------------------------------------------------------------*
       3540-VALIDAR-CPF-FUNCO SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-CPF-VALIDO          TO TRUE

           IF ARQMNT01-CPF-FUNCO NOT NUMERIC
              SET WRK-CPF-INVALIDO     TO TRUE
           ELSE
              IF ARQMNT01-CPF-FUNCO GREATER ZEROS
                 MOVE ARQMNT01-CPF-FUNCO TO WRK-CPF-TRABALHO
                 PERFORM 3050-VALIDA-CPF
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3540-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE CRITICA DA DATA DE ADMISSAO DA TRANSACAO: ZEROS   *
      *    E ACEITO (MANTEM A DO CADASTRO); INFORMADA, DEVE SER UMA    *
      *    DATA DO CALENDARIO (AAAAMMDD, COM BISSEXTO) A PARTIR DE     *
      *    1900 E NAO POSTERIOR A DATA DA RODADA                       *
      *----------------------------------------------------------------*
       3550-VALIDAR-DAT-ADMISSAO SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-ADMISSAO-VALIDA     TO TRUE

           IF ARQMNT01-DAT-ADMISSAO NOT NUMERIC
              SET WRK-ADMISSAO-INVALIDA TO TRUE
              GO TO 3550-99-FIM
           END-IF

           IF ARQMNT01-DAT-ADMISSAO EQUAL ZEROS
              GO TO 3550-99-FIM
           END-IF

           MOVE ARQMNT01-DAT-ADMISSAO  TO WRK-ADM-DATA

           IF WRK-ADM-ANO LESS 1900
              OR WRK-ADM-MES LESS 01 OR WRK-ADM-MES GREATER 12
              OR ARQMNT01-DAT-ADMISSAO GREATER WRK-DATA-CORRENTE
              SET WRK-ADMISSAO-INVALIDA TO TRUE
              GO TO 3550-99-FIM
           END-IF

           EVALUATE WRK-ADM-MES
              WHEN 04
              WHEN 06
              WHEN 09
              WHEN 11
                 MOVE 30               TO WRK-ADM-DIAS-MES
              WHEN 02
                 DIVIDE WRK-ADM-ANO BY 4 GIVING WRK-ADM-RESTO
                    REMAINDER WRK-ADM-RESTO
                 IF WRK-ADM-RESTO EQUAL ZEROS
                    MOVE 29            TO WRK-ADM-DIAS-MES
                    DIVIDE WRK-ADM-ANO BY 100 GIVING WRK-ADM-RESTO
                       REMAINDER WRK-ADM-RESTO
                    IF WRK-ADM-RESTO EQUAL ZEROS
                       MOVE 28         TO WRK-ADM-DIAS-MES
                       DIVIDE WRK-ADM-ANO BY 400
                          GIVING WRK-ADM-RESTO
                          REMAINDER WRK-ADM-RESTO
                       IF WRK-ADM-RESTO EQUAL ZEROS
                          MOVE 29      TO WRK-ADM-DIAS-MES
                       END-IF
                    END-IF
                 ELSE
                    MOVE 28            TO WRK-ADM-DIAS-MES
                 END-IF
              WHEN OTHER
                 MOVE 31               TO WRK-ADM-DIAS-MES
           END-EVALUATE

           IF WRK-ADM-DIA LESS 01
              OR WRK-ADM-DIA GREATER WRK-ADM-DIAS-MES
              SET WRK-ADMISSAO-INVALIDA TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       3550-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    VALIDA O DIGITO VERIFICADOR DO CPF DE TRABALHO (MODULO 11)
      *----------------------------------------------------------------*
       3050-VALIDA-CPF                 SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-CPF-VALIDO         TO TRUE

           PERFORM 3051-EXTRAIR-DIGITO
               VARYING WRK-CPF-IDX FROM 1 BY 1
               UNTIL WRK-CPF-IDX GREATER 9

           MOVE ZEROS                 TO WRK-CPF-SOMA

           PERFORM 3052-SOMAR-PESO-1
               VARYING WRK-CPF-IDX FROM 1 BY 1
               UNTIL WRK-CPF-IDX GREATER 9

           DIVIDE WRK-CPF-SOMA BY 11 GIVING WRK-CPF-RESTO
               REMAINDER WRK-CPF-RESTO

           IF WRK-CPF-RESTO LESS 2
              MOVE ZEROS               TO WRK-CPF-DIG1
           ELSE
              COMPUTE WRK-CPF-DIG1 = 11 - WRK-CPF-RESTO
           END-IF

           MOVE ZEROS                 TO WRK-CPF-SOMA

           PERFORM 3053-SOMAR-PESO-2
               VARYING WRK-CPF-IDX FROM 1 BY 1
               UNTIL WRK-CPF-IDX GREATER 9

           COMPUTE WRK-CPF-SOMA = WRK-CPF-SOMA + (WRK-CPF-DIG1 * 2)

           DIVIDE WRK-CPF-SOMA BY 11 GIVING WRK-CPF-RESTO
               REMAINDER WRK-CPF-RESTO

           IF WRK-CPF-RESTO LESS 2
              MOVE ZEROS               TO WRK-CPF-DIG2
           ELSE
              COMPUTE WRK-CPF-DIG2 = 11 - WRK-CPF-RESTO
           END-IF

           COMPUTE WRK-CPF-DIG-ESPERADO = (WRK-CPF-DIG1 * 10) +
                                            WRK-CPF-DIG2

           IF WRK-CPF-DIG-ESPERADO NOT EQUAL WRK-CPF-TRAB-DIG
              SET WRK-CPF-INVALIDO     TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       3050-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3051-EXTRAIR-DIGITO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-CPF-TRAB-COD (WRK-CPF-IDX:1)
                                   TO WRK-CPF-DIGITO (WRK-CPF-IDX)
           .
      *----------------------------------------------------------------*
       3051-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3052-SOMAR-PESO-1               SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WRK-CPF-PESO = 11 - WRK-CPF-IDX

           COMPUTE WRK-CPF-SOMA = WRK-CPF-SOMA +
                   (WRK-CPF-DIGITO (WRK-CPF-IDX) * WRK-CPF-PESO)
           .
      *----------------------------------------------------------------*
       3052-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3053-SOMAR-PESO-2               SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WRK-CPF-PESO = 12 - WRK-CPF-IDX

           COMPUTE WRK-CPF-SOMA = WRK-CPF-SOMA +
                   (WRK-CPF-DIGITO (WRK-CPF-IDX) * WRK-CPF-PESO)
           .
      *----------------------------------------------------------------*
       3053-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE MONTAGEM DO REGISTRO MESTRE A PARTIR DA TRANSACAO *
      *----------------------------------------------------------------*
       3700-MONTAR-REGISTRO-MESTRE SECTION.
                 MOVE 'A'              TO ARQENT01-SIT-FUNCO
              END-IF
           END-IF

      *    CPF E AGENCIA EM ZEROS NA TRANSACAO MANTEM O QUE ESTA NO
      *    CADASTRO (REGISTROS ANTIGOS FICAM EM ZEROS)
           IF ARQMNT01-TRANS-INCLUSAO
              OR ARQENT01-CPF-FUNCO NOT NUMERIC
              MOVE ZEROS               TO ARQENT01-CPF-FUNCO
           END-IF
           IF ARQMNT01-TRANS-INCLUSAO
              OR ARQENT01-COD-AGENCIA NOT NUMERIC
              MOVE ZEROS               TO ARQENT01-COD-AGENCIA
           END-IF

           IF ARQMNT01-CPF-FUNCO NUMERIC
              AND ARQMNT01-CPF-FUNCO GREATER ZEROS
              MOVE ARQMNT01-CPF-FUNCO  TO ARQENT01-CPF-FUNCO
           END-IF
           IF ARQMNT01-COD-AGENCIA NUMERIC
              AND ARQMNT01-COD-AGENCIA GREATER ZEROS
              MOVE ARQMNT01-COD-AGENCIA TO ARQENT01-COD-AGENCIA
           END-IF

      *    DATA DE ADMISSAO EM ZEROS NA TRANSACAO TAMBEM MANTEM A DO
      *    CADASTRO (REGISTROS ANTIGOS FICAM EM ZEROS = NAO INFORMADA)
           IF ARQMNT01-TRANS-INCLUSAO
              OR ARQENT01-DAT-ADMISSAO NOT NUMERIC
              MOVE ZEROS               TO ARQENT01-DAT-ADMISSAO
           END-IF

           IF ARQMNT01-DAT-ADMISSAO NUMERIC
              AND ARQMNT01-DAT-ADMISSAO GREATER ZEROS
              MOVE ARQMNT01-DAT-ADMISSAO TO ARQENT01-DAT-ADMISSAO
           END-IF
           .
      *----------------------------------------------------------------*
       3700-99-FIM.
           MOVE ACU-LIDOS-ARQMNT01      TO ARQAUD01-QTDE-LIDOS
           COMPUTE ARQAUD01-QTDE-GRAVA = ACU-INCLUIDOS + ACU-ALTERADOS
                                         + ACU-EXCLUIDOS + ACU-SITUACAO
                                         + ACU-APROVADAS
           MOVE RETURN-CODE             TO ARQAUD01-RETCODE

           IF RETURN-CODE EQUAL ZEROS
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQAPV01        TO TRUE
           CLOSE ARQAPV01
           IF NOT WRK-FS-APV01-OK
              MOVE WRK-FS-ARQAPV01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3980-GRAVAR-AUDITORIA

           SET  WRK-CN-ARQAUD01        TO TRUE
           DISPLAY '* QTDE RETIDAS (DATA FUTURA) : ' WRK-MASK-QTDE  '*'
           MOVE ACU-TRANSFERIDOS       TO WRK-MASK-QTDE
           DISPLAY '* QTDE TRANSFERIDAS DE DEPTO : ' WRK-MASK-QTDE  '*'
           MOVE ACU-SOLICITADAS        TO WRK-MASK-QTDE
           DISPLAY '* QTDE ENVIADAS P/ APROVACAO : ' WRK-MASK-QTDE  '*'
           MOVE ACU-APROVADAS          TO WRK-MASK-QTDE
           DISPLAY '* QTDE APROVADAS E APLICADAS : ' WRK-MASK-QTDE  '*'
           MOVE ACU-REPROVADAS         TO WRK-MASK-QTDE
           DISPLAY '* QTDE REPROVADAS            : ' WRK-MASK-QTDE  '*'
           DISPLAY '*                                                *'
           DISPLAY '* ' WRK-PROGRAMA ' FIM NORMAL                    *'
           DISPLAY '**************************************************'
                                  TO ERRO01-QTDE-LIDOS
           COMPUTE ERRO01-QTDE-GRAVADOS = ACU-INCLUIDOS + ACU-ALTERADOS
                                        + ACU-EXCLUIDOS + ACU-SITUACAO
                                        + ACU-APROVADAS
           MOVE ARQMNT01-COD-FUNCO
                                  TO ERRO01-ULT-CHAVE

