      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0242.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0242                                      *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   MIGRACAO DA CARTEIRA DAS AGENCIAS           *
      *                    ENCERRADAS (EXER0241) PARA A AGENCIA        *
      *                    SUCESSORA. O CADASTRO DE AGENCIAS E         *
      *                    CARREGADO EM TABELA E A SUCESSORA FINAL DE  *
      *                    CADA AGENCIA ENCERRADA E RESOLVIDA PELA     *
      *                    CADEIA DE SUCESSORAS (NO MAXIMO 10 NIVEIS)  *
      *                    ATE UMA AGENCIA ATIVA.                      *
      *                    CLIENTES (CLI02105): A AGENCIA DE           *
      *                    RELACIONAMENTO E REGRAVADA COM A SUCESSORA. *
      *                    EMPRESTIMOS: A AGENCIA FAZ PARTE DA CHAVE   *
      *                    DO CONTRATO EM TODOS OS ARQUIVOS DA CARTEIRA*
      *                    (ENT03105, LED03105, PAR03105 E DERIVADOS), *
      *                    POR ISSO O CONTRATO NAO E RENUMERADO: OS    *
      *                    EMPRESTIMOS EM ABERTO DO RAZAO SAO LISTADOS *
      *                    COMO TRANSFERIDOS PARA A SUCESSORA, QUE     *
      *                    PASSA A SER A AGENCIA RESPONSAVEL (A ROTINA *
      *                    AGEN2000 DEVOLVE A AGENCIA ATUAL DA         *
      *                    CARTEIRA AOS DEMAIS PROGRAMAS).             *
      *                    AGENCIA ENCERRADA SEM SUCESSORA ATIVA E     *
      *                    AGENCIA FORA DO CADASTRO SAO LISTADAS COMO  *
      *                    EXCECAO E NADA E MIGRADO.                   *
      *----------------------------------------------------------------*
      *    CARTAO (ARQPARM, OPCIONAL): COL 1 MODO ('R' = SOMENTE       *
      *                    RELATORIO, SEM REGRAVAR O CADASTRO)         *
      *----------------------------------------------------------------*
      *    RETORNO.....:   RC 04 = EXCECOES LISTADAS NO RELATORIO      *
      *                    RC 12 = TABELA DE AGENCIAS ESGOTADA         *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPARM  (MODO DA RODADA, OPCIONAL)       -               *
      *      ARQAGE01 (CADASTRO DE AGENCIAS)           AGE02241        *
      *      ARQCLI01 (CADASTRO DE CLIENTES, I-O)      CLI02105        *
      *      ARQLED01 (RAZAO DA ULTIMA RODADA)         LED03105        *
      *      ARQSAI01 (RELATORIO DA MIGRACAO)          -               *
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
           SELECT OPTIONAL ARQPARM ASSIGN TO UT-S-ARQPARM
                      FILE STATUS      IS WRK-FS-ARQPARM.

           SELECT ARQAGE01 ASSIGN      TO UT-S-ARQAGE01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS SEQUENTIAL
                      RECORD KEY       IS FD-ARQAGE01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQAGE01.

           SELECT ARQCLI01 ASSIGN      TO UT-S-ARQCLI01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS SEQUENTIAL
                      RECORD KEY       IS FD-ARQCLI01-CPF
                      FILE STATUS      IS WRK-FS-ARQCLI01.

           SELECT ARQLED01 ASSIGN      TO UT-S-ARQLED01
                      FILE STATUS      IS WRK-FS-ARQLED01.

           SELECT ARQSAI01 ASSIGN      TO UT-S-ARQSAI01
                      FILE STATUS      IS WRK-FS-ARQSAI01.

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
      *   INPUT:      CARTAO DE PARAMETROS (OPCIONAL): COL 1 MODO      *
      *               ('R' = SOMENTE RELATORIO)                        *
      *----------------------------------------------------------------*

       FD  ARQPARM
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPARM              PIC X(80).

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
      *   I-O:        CADASTRO DE CLIENTES                             *
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
      *   INPUT:      RAZAO DE EMPRESTIMOS DA ULTIMA RODADA            *
      *               ORG. SEQUENCIAL   -   LRECL = 075                *
      *----------------------------------------------------------------*

       FD  ARQLED01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQLED01             PIC X(075).

      *----------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DA MIGRACAO DA CARTEIRA                *
      *               ORG. SEQUENCIAL   -   LRECL = 132                *
      *----------------------------------------------------------------*

       FD  ARQSAI01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI01             PIC X(132).

      *----------------------------------------------------------------*
      *   OUTPUT:     LOG DE AUDITORIA DE EXECUCAO (COMPARTILHADO      *
      *               COM OS DEMAIS PROGRAMAS DO BOOK)                 *
      *               ORG. SEQUENCIAL   -   LRECL = 051                *
      *----------------------------------------------------------------*

       FD  ARQAUD01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQAUD01             PIC X(051).

      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0242 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0242'.
       77 WRK-ERRO2000            PIC  X(008) VALUE 'ERRO2000'.
       77 WRK-MASK-QTDE           PIC  ZZZ.ZZ9.
       77 WRK-DATA-CORRENTE       PIC  9(008) VALUE ZEROS.
       77 WRK-AGE-BUSCA           PIC  9(004) VALUE ZEROS.
       77 WRK-QTDE-NIVEIS         PIC  9(002) VALUE ZEROS.
       77 WRK-MAX-NIVEIS          PIC  9(002) VALUE 10.
       77 WRK-RESULTADO           PIC  X(024) VALUE SPACES.
      *
       01 WRK-PARM-REGISTRO.
          05 WRK-PARM-MODO        PIC  X(001) VALUE SPACES.
          05 FILLER               PIC  X(079) VALUE SPACES.
      *
       01 WRK-SW-MODO             PIC  X(001) VALUE 'A'.
          88 WRK-MODO-ATUALIZA                VALUE 'A'.
          88 WRK-MODO-SOMENTE-RELATORIO       VALUE 'R'.
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS-ARQAGE01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQCLI01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQLED01     PIC 9(007) VALUE ZEROS.
           03 ACU-AGE-ENCERRADAS     PIC 9(007) VALUE ZEROS.
           03 ACU-CLI-MIGRADOS       PIC 9(007) VALUE ZEROS.
           03 ACU-EMP-TRANSFERIDOS   PIC 9(007) VALUE ZEROS.
           03 ACU-EXCECOES           PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI01     PIC 9(007) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    TABELA DO CADASTRO DE AGENCIAS (ORDEM DE CODIGO). DESTINO = *
      *    SUCESSORA ATIVA FINAL DA AGENCIA ENCERRADA (ZEROS = SEM     *
      *    SUCESSORA ATIVA)                                            *
      *----------------------------------------------------------------*
       77 WRK-AGE-QTDE            PIC  9(004) VALUE ZEROS.
       77 WRK-AGE-IDX             PIC  9(004) VALUE ZEROS.
       77 WRK-AGE-IDX-ORIGEM      PIC  9(004) VALUE ZEROS.
      *
       01 WRK-AGE-TABELA.
          05 WRK-AGE-LINHA        OCCURS 2000 TIMES.
             10 WRK-AGE-CODIGO    PIC 9(004).
             10 WRK-AGE-NOME      PIC X(030).
             10 WRK-AGE-SITUACAO  PIC X(001).
                88 WRK-AGE-ATIVA              VALUE 'A'.
                88 WRK-AGE-ENCERRADA          VALUE 'E'.
             10 WRK-AGE-SUCESSORA PIC 9(004).
             10 WRK-AGE-DESTINO   PIC 9(004).
             10 WRK-AGE-QTDE-CLI  PIC 9(005).
             10 WRK-AGE-QTDE-EMP  PIC 9(005).
             10 WRK-AGE-SALDO-EMP PIC S9(13)V99 COMP-3.
      *
      *----------------------------------------------------------------*
      *    AREA DO RELATORIO                                           *
      *----------------------------------------------------------------*
       01 WRK-CAB1-RELATORIO.
          05 FILLER               PIC X(050) VALUE
             'MIGRACAO DA CARTEIRA DE AGENCIAS ENCERRADAS - DATA'.
          05 FILLER               PIC X(002) VALUE ': '.
          05 WRK-CAB1-DATA        PIC X(010) VALUE SPACES.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-CAB1-MODO        PIC X(030) VALUE SPACES.
          05 FILLER               PIC X(038) VALUE SPACES.

       01 WRK-CAB-CLIENTES.
          05 FILLER               PIC X(050) VALUE
             'CPF         CLIENTE'.
          05 FILLER               PIC X(050) VALUE
             '  DE    PARA RESULTADO'.
          05 FILLER               PIC X(032) VALUE SPACES.

       01 WRK-DET-CLIENTE.
          05 WRK-DCL-CPF          PIC 9(011).
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DCL-NOME         PIC X(040).
          05 WRK-DCL-DE           PIC 9(004).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DCL-PARA         PIC 9(004).
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DCL-RESULTADO    PIC X(024).
          05 FILLER               PIC X(045) VALUE SPACES.

       01 WRK-CAB-EMPRESTIMOS.
          05 FILLER               PIC X(050) VALUE
             'AG /CTA/EMP           SALDO DEVEDOR  SITUACAO'.
          05 FILLER               PIC X(050) VALUE
             ' DE    PARA RESULTADO'.
          05 FILLER               PIC X(032) VALUE SPACES.

       01 WRK-DET-EMPRESTIMO.
          05 WRK-DEM-AGENCIA      PIC 9(003).
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-DEM-CONTA        PIC 9(003).
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-DEM-EMPRESTIMO   PIC 9(003).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DEM-SALDO        PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DEM-SITUACAO     PIC X(010).
          05 FILLER               PIC X(004) VALUE SPACES.
          05 WRK-DEM-DE           PIC 9(004).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DEM-PARA         PIC 9(004).
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DEM-RESULTADO    PIC X(024).
          05 FILLER               PIC X(046) VALUE SPACES.

       01 WRK-CAB-AGENCIAS.
          05 FILLER               PIC X(050) VALUE
             'AG   AGENCIA ENCERRADA               SUCESSORA'.
          05 FILLER               PIC X(050) VALUE
             '                      CLIENTES EMPREST       SALDO'.
          05 FILLER               PIC X(032) VALUE
             ' TRANSFERIDO'.

       01 WRK-DET-AGENCIA.
          05 WRK-DAG-CODIGO       PIC 9(004).
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DAG-NOME         PIC X(030).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DAG-DESTINO      PIC 9(004).
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DAG-NOME-DESTINO PIC X(030).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DAG-QTDE-CLI     PIC ZZ.ZZ9.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DAG-QTDE-EMP     PIC ZZ.ZZ9.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DAG-SALDO        PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(020) VALUE SPACES.

       01 WRK-TIT-SECAO           PIC X(132) VALUE SPACES.

       01 WRK-RES-LINHA.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-RES-DESCRICAO    PIC X(040).
          05 WRK-RES-QTDE         PIC ZZZ.ZZZ.ZZ9.
          05 FILLER               PIC X(079) VALUE SPACES.

       01 WRK-LINHA-IMPRESSAO     PIC X(132) VALUE SPACES.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA PARA TRATAMENTO DE FILE-STATUS'.
      *----------------------------------------------------------------*
      *
       01 WRK-AREA-FS.
          05 WRK-FS-ARQPARM       PIC  X(002) VALUE SPACES.
             88 WRK-FS-PARM-OK                VALUE '00'.
          05 WRK-FS-ARQAGE01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AGE01-OK               VALUE '00'.
             88 WRK-FS-AGE01-FIM              VALUE '10'.
          05 WRK-FS-ARQCLI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CLI01-OK               VALUE '00'.
             88 WRK-FS-CLI01-FIM              VALUE '10'.
          05 WRK-FS-ARQLED01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-LED01-OK               VALUE '00'.
             88 WRK-FS-LED01-FIM              VALUE '10'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK               VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQAGE01      VALUE 'ARQAGE01'.
          88 WRK-CN-ARQCLI01      VALUE 'ARQCLI01'.
          88 WRK-CN-ARQLED01      VALUE 'ARQLED01'.
          88 WRK-CN-ARQSAI01      VALUE 'ARQSAI01'.
          88 WRK-CN-ARQAUD01      VALUE 'ARQAUD01'.

       77 WRK-COMANDO             PIC  X(007) VALUE SPACES.
          88 WRK-CN-OPEN          VALUE 'OPEN   '.
          88 WRK-CN-CLOSE         VALUE 'CLOSE  '.
          88 WRK-CN-READ          VALUE 'READ   '.
          88 WRK-CN-WRITE         VALUE 'WRITE  '.
          88 WRK-CN-REWRITE       VALUE 'REWRITE'.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA'.
      *----------------------------------------------------------------*
      *
           COPY AGE02241.
           COPY CLI02105.
           COPY LED03105.
           COPY AUD00105.
           COPY 'I#ERRO01'.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0242 - FIM DA AREA DE WORKING'.
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

           PERFORM 2000-CARREGAR-AGENCIAS

           PERFORM 3000-MIGRAR-CLIENTES

           PERFORM 3500-TRANSFERIR-EMPRESTIMOS

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

           OPEN INPUT ARQPARM

           IF WRK-FS-PARM-OK
              READ ARQPARM INTO WRK-PARM-REGISTRO
              IF WRK-FS-PARM-OK AND WRK-PARM-MODO EQUAL 'R'
                 SET WRK-MODO-SOMENTE-RELATORIO TO TRUE
                 DISPLAY '* MODO SOMENTE-RELATORIO: CADASTRO DE '
                         'CLIENTES NAO SERA ATUALIZADO'
              END-IF
              CLOSE ARQPARM
           END-IF

           SET  WRK-CN-OPEN            TO TRUE

           SET  WRK-CN-ARQAGE01        TO TRUE
           OPEN INPUT ARQAGE01

           IF NOT WRK-FS-AGE01-OK
              MOVE WRK-FS-ARQAGE01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQCLI01        TO TRUE
           IF WRK-MODO-SOMENTE-RELATORIO
              OPEN INPUT ARQCLI01
           ELSE
              OPEN I-O ARQCLI01
           END-IF

           IF NOT WRK-FS-CLI01-OK
              MOVE WRK-FS-ARQCLI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQLED01        TO TRUE
           OPEN INPUT ARQLED01

           IF NOT WRK-FS-LED01-OK
              MOVE WRK-FS-ARQLED01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQSAI01        TO TRUE
           OPEN OUTPUT ARQSAI01

           IF NOT WRK-FS-SAI01-OK
              MOVE WRK-FS-ARQSAI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQAUD01        TO TRUE
           OPEN EXTEND ARQAUD01

           IF NOT WRK-FS-AUD01-OK
              MOVE WRK-FS-ARQAUD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE WRK-DATA-CORRENTE (7:2) TO WRK-CAB1-DATA (1:2)
           MOVE '/'                    TO WRK-CAB1-DATA (3:1)
           MOVE WRK-DATA-CORRENTE (5:2) TO WRK-CAB1-DATA (4:2)
           MOVE '/'                    TO WRK-CAB1-DATA (6:1)
           MOVE WRK-DATA-CORRENTE (1:4) TO WRK-CAB1-DATA (7:4)

           IF WRK-MODO-SOMENTE-RELATORIO
              MOVE '(SOMENTE RELATORIO)'
                                       TO WRK-CAB1-MODO
           END-IF

           MOVE WRK-CAB1-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARGA DO CADASTRO DE AGENCIAS EM TABELA E RESOLUCAO DA      *
      *    SUCESSORA FINAL DE CADA AGENCIA ENCERRADA                   *
      *----------------------------------------------------------------*
       2000-CARREGAR-AGENCIAS SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2800-LER-AGENCIA

           PERFORM 2100-GUARDAR-AGENCIA
              UNTIL WRK-FS-AGE01-FIM

           PERFORM 2200-RESOLVER-DESTINO
              VARYING WRK-AGE-IDX-ORIGEM FROM 1 BY 1
              UNTIL WRK-AGE-IDX-ORIGEM GREATER WRK-AGE-QTDE
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2100-GUARDAR-AGENCIA SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-AGE-QTDE NOT LESS 2000
              DISPLAY '* TABELA DE AGENCIAS ESGOTADA (2000): '
                      ARQAGE01-COD-AGENCIA
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           ADD 1 TO WRK-AGE-QTDE
           INITIALIZE WRK-AGE-LINHA (WRK-AGE-QTDE)
           MOVE ARQAGE01-COD-AGENCIA   TO WRK-AGE-CODIGO (WRK-AGE-QTDE)
           MOVE ARQAGE01-NOM-AGENCIA   TO WRK-AGE-NOME (WRK-AGE-QTDE)
           MOVE ARQAGE01-SIT-AGENCIA   TO WRK-AGE-SITUACAO
                                          (WRK-AGE-QTDE)
           MOVE ARQAGE01-COD-AGE-SUCESSORA
                                       TO WRK-AGE-SUCESSORA
                                          (WRK-AGE-QTDE)

           PERFORM 2800-LER-AGENCIA
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    SEGUE A CADEIA DE SUCESSORAS DA AGENCIA ENCERRADA ATE UMA   *
      *    AGENCIA ATIVA; CADEIA INTERROMPIDA (SUCESSORA FORA DO       *
      *    CADASTRO, ENCERRADA SEM SUCESSORA OU MAIS DE 10 NIVEIS)     *
      *    DEIXA O DESTINO EM ZEROS                                    *
      *----------------------------------------------------------------*
       2200-RESOLVER-DESTINO SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT WRK-AGE-ENCERRADA (WRK-AGE-IDX-ORIGEM)
              GO TO 2200-99-FIM
           END-IF

           ADD 1 TO ACU-AGE-ENCERRADAS
           MOVE WRK-AGE-IDX-ORIGEM     TO WRK-AGE-IDX
           MOVE ZEROS                  TO WRK-QTDE-NIVEIS

           PERFORM 2210-SEGUIR-SUCESSORA
              UNTIL WRK-AGE-IDX GREATER WRK-AGE-QTDE
                 OR WRK-AGE-ATIVA (WRK-AGE-IDX)
                 OR WRK-AGE-SUCESSORA (WRK-AGE-IDX) EQUAL ZEROS
                 OR WRK-QTDE-NIVEIS NOT LESS WRK-MAX-NIVEIS

           IF WRK-AGE-IDX NOT GREATER WRK-AGE-QTDE
              IF WRK-AGE-ATIVA (WRK-AGE-IDX)
                 MOVE WRK-AGE-CODIGO (WRK-AGE-IDX)
                                       TO WRK-AGE-DESTINO
                                          (WRK-AGE-IDX-ORIGEM)
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2210-SEGUIR-SUCESSORA SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-QTDE-NIVEIS
           MOVE WRK-AGE-SUCESSORA (WRK-AGE-IDX)
                                       TO WRK-AGE-BUSCA
           PERFORM 5100-PROCURAR-AGENCIA
           .
      *----------------------------------------------------------------*
       2210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LEITURA SEQUENCIAL DO CADASTRO DE AGENCIAS                  *
      *----------------------------------------------------------------*
       2800-LER-AGENCIA SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQAGE01        TO TRUE

           READ ARQAGE01 NEXT INTO ARQAGE01-REGISTRO

           IF WRK-FS-AGE01-OK
              ADD 1 TO ACU-LIDOS-ARQAGE01
           ELSE
              IF NOT WRK-FS-AGE01-FIM
                 MOVE WRK-FS-ARQAGE01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    VARREDURA DO CADASTRO DE CLIENTES: CLIENTE DE AGENCIA       *
      *    ENCERRADA PASSA PARA A SUCESSORA FINAL                      *
      *----------------------------------------------------------------*
       3000-MIGRAR-CLIENTES SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 4950-GRAVAR-LINHA
           MOVE 'CLIENTES DE AGENCIAS ENCERRADAS'
                                       TO WRK-TIT-SECAO
           MOVE WRK-TIT-SECAO          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           MOVE WRK-CAB-CLIENTES       TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 3800-LER-CLIENTE

           PERFORM 3100-TRATAR-CLIENTE
              UNTIL WRK-FS-CLI01-FIM
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3100-TRATAR-CLIENTE SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQCLI01-COD-AGENCIA   TO WRK-AGE-BUSCA
           PERFORM 5100-PROCURAR-AGENCIA

           IF WRK-AGE-IDX GREATER WRK-AGE-QTDE
              ADD 1 TO ACU-EXCECOES
              MOVE ZEROS               TO WRK-DCL-PARA
              MOVE 'AGENCIA NAO CADASTRADA'
                                       TO WRK-RESULTADO
              PERFORM 3190-LISTAR-CLIENTE
              GO TO 3100-LER-PROXIMO
           END-IF

           IF NOT WRK-AGE-ENCERRADA (WRK-AGE-IDX)
              GO TO 3100-LER-PROXIMO
           END-IF

           MOVE WRK-AGE-DESTINO (WRK-AGE-IDX)
                                       TO WRK-DCL-PARA

           IF WRK-AGE-DESTINO (WRK-AGE-IDX) EQUAL ZEROS
              ADD 1 TO ACU-EXCECOES
              MOVE 'SEM SUCESSORA ATIVA'
                                       TO WRK-RESULTADO
              PERFORM 3190-LISTAR-CLIENTE
              GO TO 3100-LER-PROXIMO
           END-IF

           ADD 1 TO WRK-AGE-QTDE-CLI (WRK-AGE-IDX)
           ADD 1 TO ACU-CLI-MIGRADOS

           IF WRK-MODO-SOMENTE-RELATORIO
              MOVE 'A MIGRAR'          TO WRK-RESULTADO
           ELSE
              MOVE WRK-AGE-DESTINO (WRK-AGE-IDX)
                                       TO ARQCLI01-COD-AGENCIA
              SET  WRK-CN-REWRITE      TO TRUE
              SET  WRK-CN-ARQCLI01     TO TRUE
              REWRITE FD-ARQCLI01      FROM ARQCLI01-REGISTRO
              IF NOT WRK-FS-CLI01-OK
                 MOVE WRK-FS-ARQCLI01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
              MOVE 'MIGRADO'           TO WRK-RESULTADO
           END-IF

           PERFORM 3190-LISTAR-CLIENTE
           .
       3100-LER-PROXIMO.
           PERFORM 3800-LER-CLIENTE
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3190-LISTAR-CLIENTE SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQCLI01-CPF           TO WRK-DCL-CPF
           MOVE ARQCLI01-NOM-CLIENTE   TO WRK-DCL-NOME
           MOVE WRK-AGE-BUSCA          TO WRK-DCL-DE
           MOVE WRK-RESULTADO          TO WRK-DCL-RESULTADO

           MOVE WRK-DET-CLIENTE        TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       3190-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    VARREDURA DO RAZAO: EMPRESTIMO EM ABERTO DE AGENCIA         *
      *    ENCERRADA PASSA A TER A SUCESSORA COMO AGENCIA RESPONSAVEL  *
      *    (CONTRATO MANTIDO)                                          *
      *----------------------------------------------------------------*
       3500-TRANSFERIR-EMPRESTIMOS SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 4950-GRAVAR-LINHA
           MOVE 'EMPRESTIMOS EM ABERTO DE AGENCIAS ENCERRADAS (CONTRATO'
                                       TO WRK-TIT-SECAO
           MOVE ' MANTIDO; AGENCIA RESPONSAVEL = SUCESSORA)'
                                       TO WRK-TIT-SECAO (55:42)
           MOVE WRK-TIT-SECAO          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           MOVE WRK-CAB-EMPRESTIMOS    TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 3850-LER-RAZAO

           PERFORM 3600-TRATAR-EMPRESTIMO
              UNTIL WRK-FS-LED01-FIM
           .
      *----------------------------------------------------------------*
       3500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3600-TRATAR-EMPRESTIMO SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQLED01-SIT-EMPRESTIMO EQUAL 'QUITADO'
              OR ARQLED01-VAL-SALDO NOT GREATER ZEROS
              GO TO 3600-LER-PROXIMO
           END-IF

           MOVE ARQLED01-COD-AGENCIA   TO WRK-AGE-BUSCA
           PERFORM 5100-PROCURAR-AGENCIA

           IF WRK-AGE-IDX GREATER WRK-AGE-QTDE
              ADD 1 TO ACU-EXCECOES
              MOVE ZEROS               TO WRK-DEM-PARA
              MOVE 'AGENCIA NAO CADASTRADA'
                                       TO WRK-RESULTADO
              PERFORM 3690-LISTAR-EMPRESTIMO
              GO TO 3600-LER-PROXIMO
           END-IF

           IF NOT WRK-AGE-ENCERRADA (WRK-AGE-IDX)
              GO TO 3600-LER-PROXIMO
           END-IF

           MOVE WRK-AGE-DESTINO (WRK-AGE-IDX)
                                       TO WRK-DEM-PARA

           IF WRK-AGE-DESTINO (WRK-AGE-IDX) EQUAL ZEROS
              ADD 1 TO ACU-EXCECOES
              MOVE 'SEM SUCESSORA ATIVA'
                                       TO WRK-RESULTADO
              PERFORM 3690-LISTAR-EMPRESTIMO
              GO TO 3600-LER-PROXIMO
           END-IF

           ADD 1 TO WRK-AGE-QTDE-EMP (WRK-AGE-IDX)
           ADD ARQLED01-VAL-SALDO      TO WRK-AGE-SALDO-EMP
                                          (WRK-AGE-IDX)
           ADD 1 TO ACU-EMP-TRANSFERIDOS

           MOVE 'TRANSFERIDO'          TO WRK-RESULTADO
           PERFORM 3690-LISTAR-EMPRESTIMO
           .
       3600-LER-PROXIMO.
           PERFORM 3850-LER-RAZAO
           .
      *----------------------------------------------------------------*
       3600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3690-LISTAR-EMPRESTIMO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQLED01-COD-AGENCIA   TO WRK-DEM-AGENCIA
           MOVE ARQLED01-NUM-CONTA     TO WRK-DEM-CONTA
           MOVE ARQLED01-NUM-EMPRESTIMO
                                       TO WRK-DEM-EMPRESTIMO
           MOVE ARQLED01-VAL-SALDO     TO WRK-DEM-SALDO
           MOVE ARQLED01-SIT-EMPRESTIMO
                                       TO WRK-DEM-SITUACAO
           MOVE WRK-AGE-BUSCA          TO WRK-DEM-DE
           MOVE WRK-RESULTADO          TO WRK-DEM-RESULTADO

           MOVE WRK-DET-EMPRESTIMO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       3690-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LEITURA SEQUENCIAL DO CADASTRO DE CLIENTES                  *
      *----------------------------------------------------------------*
       3800-LER-CLIENTE SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQCLI01        TO TRUE

           READ ARQCLI01 NEXT INTO ARQCLI01-REGISTRO

           IF WRK-FS-CLI01-OK
              ADD 1 TO ACU-LIDOS-ARQCLI01
           ELSE
              IF NOT WRK-FS-CLI01-FIM
                 MOVE WRK-FS-ARQCLI01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LEITURA DO RAZAO DE EMPRESTIMOS                             *
      *----------------------------------------------------------------*
       3850-LER-RAZAO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQLED01        TO TRUE

           READ ARQLED01 INTO ARQLED01-REGISTRO

           IF WRK-FS-LED01-OK
              ADD 1 TO ACU-LIDOS-ARQLED01
           ELSE
              IF NOT WRK-FS-LED01-FIM
                 MOVE WRK-FS-ARQLED01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3850-99-FIM.
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
           MOVE ACU-LIDOS-ARQCLI01      TO ARQAUD01-QTDE-LIDOS
           IF WRK-MODO-ATUALIZA
              MOVE ACU-CLI-MIGRADOS     TO ARQAUD01-QTDE-GRAVA
           ELSE
              MOVE ZEROS                TO ARQAUD01-QTDE-GRAVA
           END-IF
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
      *    ROTINA DE FINALIZACAO: RESUMO POR AGENCIA ENCERRADA,        *
      *    TOTAIS E FECHAMENTO DOS ARQUIVOS                            *
      *----------------------------------------------------------------*
       4000-FINALIZAR SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 4950-GRAVAR-LINHA
           MOVE 'RESUMO POR AGENCIA ENCERRADA'
                                       TO WRK-TIT-SECAO
           MOVE WRK-TIT-SECAO          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           MOVE WRK-CAB-AGENCIAS       TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 4100-LISTAR-AGENCIA
              VARYING WRK-AGE-IDX-ORIGEM FROM 1 BY 1
              UNTIL WRK-AGE-IDX-ORIGEM GREATER WRK-AGE-QTDE

           PERFORM 4800-GRAVAR-TOTAIS

           IF ACU-EXCECOES GREATER ZEROS
              MOVE 04                  TO RETURN-CODE
           END-IF

           PERFORM 3980-GRAVAR-AUDITORIA

           SET  WRK-CN-CLOSE           TO TRUE

           SET  WRK-CN-ARQAGE01        TO TRUE
           CLOSE ARQAGE01
           IF NOT WRK-FS-AGE01-OK
              MOVE WRK-FS-ARQAGE01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQCLI01        TO TRUE
           CLOSE ARQCLI01
           IF NOT WRK-FS-CLI01-OK
              MOVE WRK-FS-ARQCLI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQLED01        TO TRUE
           CLOSE ARQLED01
           IF NOT WRK-FS-LED01-OK
              MOVE WRK-FS-ARQLED01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQSAI01        TO TRUE
           CLOSE ARQSAI01
           IF NOT WRK-FS-SAI01-OK
              MOVE WRK-FS-ARQSAI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQAUD01        TO TRUE
           CLOSE ARQAUD01
           IF NOT WRK-FS-AUD01-OK
              MOVE WRK-FS-ARQAUD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE ACU-LIDOS-ARQAGE01     TO WRK-MASK-QTDE
           DISPLAY '**************************************************'
           DISPLAY '* QTDE DE AGENCIAS LIDAS     : ' WRK-MASK-QTDE  '*'
           MOVE ACU-AGE-ENCERRADAS     TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE AGENCIAS ENCERRADAS: ' WRK-MASK-QTDE  '*'
           MOVE ACU-LIDOS-ARQCLI01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE CLIENTES LIDOS     : ' WRK-MASK-QTDE  '*'
           MOVE ACU-CLI-MIGRADOS       TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE CLIENTES MIGRADOS  : ' WRK-MASK-QTDE  '*'
           MOVE ACU-LIDOS-ARQLED01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE EMPRESTIMOS LIDOS  : ' WRK-MASK-QTDE  '*'
           MOVE ACU-EMP-TRANSFERIDOS   TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE EMPREST. TRANSFER. : ' WRK-MASK-QTDE  '*'
           MOVE ACU-EXCECOES           TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE EXCECOES           : ' WRK-MASK-QTDE  '*'
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
       4100-LISTAR-AGENCIA SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT WRK-AGE-ENCERRADA (WRK-AGE-IDX-ORIGEM)
              GO TO 4100-99-FIM
           END-IF

           MOVE WRK-AGE-CODIGO (WRK-AGE-IDX-ORIGEM)
                                       TO WRK-DAG-CODIGO
           MOVE WRK-AGE-NOME (WRK-AGE-IDX-ORIGEM)
                                       TO WRK-DAG-NOME
           MOVE WRK-AGE-DESTINO (WRK-AGE-IDX-ORIGEM)
                                       TO WRK-DAG-DESTINO
           MOVE WRK-AGE-QTDE-CLI (WRK-AGE-IDX-ORIGEM)
                                       TO WRK-DAG-QTDE-CLI
           MOVE WRK-AGE-QTDE-EMP (WRK-AGE-IDX-ORIGEM)
                                       TO WRK-DAG-QTDE-EMP
           MOVE WRK-AGE-SALDO-EMP (WRK-AGE-IDX-ORIGEM)
                                       TO WRK-DAG-SALDO

           IF WRK-AGE-DESTINO (WRK-AGE-IDX-ORIGEM) EQUAL ZEROS
              MOVE '*SEM SUCESSORA ATIVA*'
                                       TO WRK-DAG-NOME-DESTINO
           ELSE
              MOVE WRK-AGE-DESTINO (WRK-AGE-IDX-ORIGEM)
                                       TO WRK-AGE-BUSCA
              PERFORM 5100-PROCURAR-AGENCIA
              MOVE WRK-AGE-NOME (WRK-AGE-IDX)
                                       TO WRK-DAG-NOME-DESTINO
           END-IF

           MOVE WRK-DET-AGENCIA        TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       4100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    RESUMO DA RODADA NO FIM DO RELATORIO                        *
      *----------------------------------------------------------------*
       4800-GRAVAR-TOTAIS SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'AGENCIAS ENCERRADAS NO CADASTRO.........:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-AGE-ENCERRADAS     TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'CLIENTES MIGRADOS PARA A SUCESSORA......:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-CLI-MIGRADOS       TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'EMPRESTIMOS TRANSFERIDOS PARA A SUCESSORA:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-EMP-TRANSFERIDOS   TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'EXCECOES (NAO MIGRADOS).................:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-EXCECOES           TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       4800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       4950-GRAVAR-LINHA SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQSAI01        TO TRUE

           WRITE FD-ARQSAI01 FROM WRK-LINHA-IMPRESSAO

           IF WRK-FS-SAI01-OK
              ADD 1 TO ACU-GRAVA-ARQSAI01
           ELSE
              MOVE WRK-FS-ARQSAI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE SPACES                 TO WRK-LINHA-IMPRESSAO
           .
      *----------------------------------------------------------------*
       4950-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PROCURA DA AGENCIA WRK-AGE-BUSCA NA TABELA (WRK-AGE-IDX     *
      *    MAIOR QUE WRK-AGE-QTDE QUANDO NAO ENCONTRADA)               *
      *----------------------------------------------------------------*
       5100-PROCURAR-AGENCIA SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 5110-AVANCAR-AGENCIA
              VARYING WRK-AGE-IDX FROM 1 BY 1
              UNTIL WRK-AGE-IDX GREATER WRK-AGE-QTDE
                 OR WRK-AGE-CODIGO (WRK-AGE-IDX) EQUAL WRK-AGE-BUSCA
           .
      *----------------------------------------------------------------*
       5100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5110-AVANCAR-AGENCIA SECTION.
      *----------------------------------------------------------------*
      *
           CONTINUE
           .
      *----------------------------------------------------------------*
       5110-99-FIM.
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
           MOVE ACU-LIDOS-ARQCLI01
                                  TO ERRO01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQSAI01
                                  TO ERRO01-QTDE-GRAVADOS
           MOVE ARQCLI01-CPF      TO ERRO01-ULT-CHAVE

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
