      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0516.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0516                                      *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   MONITORACAO MENSAL DE CONFLITO DE INTERESSE *
      *                    DOS FUNCIONARIOS QUE SAO CLIENTES DO BANCO. *
      *                    CARREGA O QUADRO DE FUNCIONARIOS NAO        *
      *                    DESLIGADOS COM CPF INFORMADO (ENT01105) E   *
      *                    APONTA:                                     *
      *                    - 'A': FUNCIONARIO AVALISTA (CPF-AVALISTA   *
      *                      DO ENT03105) DE EMPRESTIMO EM ABERTO OU   *
      *                      NAO PAGO NA PROPRIA AGENCIA DE LOTACAO;   *
      *                    - 'T': TRANSFERENCIA (ENVIADA OU RECEBIDA)  *
      *                      DO MOVIMENTO APROVADO DO MES (ENT02105)   *
      *                      ENTRE O FUNCIONARIO E UM CLIENTE DA       *
      *                      PROPRIA CARTEIRA (CAR02223).              *
      *                    OS EMPRESTIMOS EM ATRASO DE FUNCIONARIOS    *
      *                    SAO ENCAMINHADOS AO RH PELO EXER0306.       *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQFUN01 (CADASTRO DE FUNCIONARIOS)       ENT01105        *
      *      ARQEMP01 (CADASTRO DE EMPRESTIMOS)        ENT03105        *
      *      ARQENT01 (MOVIMENTO APROVADO DO MES)      ENT02105        *
      *      ARQCAR01 (CARTEIRA DE RELACIONAMENTO)     CAR02223        *
      *      ARQSAI01 (OCORRENCIAS DE CONFLITO)        OCI05116        *
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
           SELECT ARQFUN01 ASSIGN      TO UT-S-ARQFUN01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS SEQUENTIAL
                      RECORD KEY       IS FD-ARQFUN01-COD-FUNCO
                      FILE STATUS      IS WRK-FS-ARQFUN01.

           SELECT ARQEMP01 ASSIGN      TO UT-S-ARQEMP01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS SEQUENTIAL
                      RECORD KEY       IS FD-ARQEMP01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQEMP01.

           SELECT ARQENT01 ASSIGN      TO UT-S-ARQENT01
                      FILE STATUS      IS WRK-FS-ARQENT01.

           SELECT ARQCAR01 ASSIGN      TO UT-S-ARQCAR01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS FD-ARQCAR01-CPF
                      FILE STATUS      IS WRK-FS-ARQCAR01.

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
      *---------------------------------------------------------------*
      *   INPUT:      CADASTRO DE FUNCIONARIOS                        *
      *               ORG. INDEXADA     -   LRECL = 206               *
      *---------------------------------------------------------------*

       FD  ARQFUN01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQFUN01.
           05 FD-ARQFUN01-COD-FUNCO   PIC 9(08).
           05 FILLER                  PIC X(198).

      *---------------------------------------------------------------*
      *   INPUT:      CADASTRO DE EMPRESTIMOS                         *
      *               ORG. INDEXADA     -   LRECL = 233               *
      *---------------------------------------------------------------*

       FD  ARQEMP01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQEMP01.
           05 FD-ARQEMP01-CHAVE.
              10 FD-ARQEMP01-COD-AGENCIA  PIC 9(03).
              10 FD-ARQEMP01-NUM-CONTA    PIC 9(03).
              10 FD-ARQEMP01-NUM-EMPRESTIMO PIC 9(03).
           05 FILLER                     PIC X(224).

      *---------------------------------------------------------------*
      *   INPUT:      MOVIMENTO APROVADO DO MES (COM ENVELOPE)        *
      *               ORG. SEQUENCIAL   -   LRECL = 049               *
      *---------------------------------------------------------------*

       FD  ARQENT01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQENT01             PIC X(049).

      *---------------------------------------------------------------*
      *   INPUT:      CARTEIRA DE RELACIONAMENTO (CLIENTE X GERENTE)  *
      *               ORG. INDEXADA     -   LRECL = 040               *
      *---------------------------------------------------------------*

       FD  ARQCAR01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQCAR01.
           05 FD-ARQCAR01-CPF         PIC 9(11).
           05 FILLER                  PIC X(29).

      *---------------------------------------------------------------*
      *   OUTPUT:     OCORRENCIAS DE CONFLITO DE INTERESSE            *
      *               ORG. SEQUENCIAL   -   LRECL = 160               *
      *---------------------------------------------------------------*

       FD  ARQSAI01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI01             PIC X(160).

      *---------------------------------------------------------------*
      *   OUTPUT:     LOG DE AUDITORIA DE EXECUCAO (COMPARTILHADO)    *
      *---------------------------------------------------------------*

       FD  ARQAUD01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQAUD01              PIC X(51).

      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0516 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0516'.
       77 WRK-ERRO2000            PIC  X(008) VALUE 'ERRO2000'.
       77 WRK-MASK-QTDE           PIC  ZZZ.ZZ9.
       77 WRK-CPF-PROCURADO       PIC  9(011) VALUE ZEROS.
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS-ARQFUN01     PIC 9(007) VALUE ZEROS.
           03 ACU-FUNCOS-MONITORADOS PIC 9(007) VALUE ZEROS.
           03 ACU-FUNCOS-SEM-CPF     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQEMP01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-MOVIMENTO    PIC 9(007) VALUE ZEROS.
           03 ACU-TRANSF-FUNCOS      PIC 9(007) VALUE ZEROS.
           03 ACU-OCOR-AVALISTA      PIC 9(007) VALUE ZEROS.
           03 ACU-OCOR-TRANSFERENCIA PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI01     PIC 9(007) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    QUADRO DE FUNCIONARIOS MONITORADOS (NAO DESLIGADOS E COM    *
      *    CPF INFORMADO)                                              *
      *----------------------------------------------------------------*
       77 WRK-QDR-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-QDR-IDX             PIC 9(004) VALUE ZEROS.
       77 WRK-QDR-IDX-ACHADO      PIC 9(004) VALUE ZEROS.
       01 WRK-QDR-TABELA.
          05 WRK-QDR-LINHA        OCCURS 1000 TIMES.
             10 WRK-QDR-CPF       PIC 9(011).
             10 WRK-QDR-COD-FUNCO PIC 9(008).
             10 WRK-QDR-NOM-FUNCO PIC X(050).
             10 WRK-QDR-AGENCIA   PIC 9(004).
      *
      *----------------------------------------------------------------*
      *    REGISTROS DE TRABALHO NOS LAYOUTS ENT01105 E ENT03105       *
      *    (OS BOOKS USAM O MESMO NOME DE REGISTRO DO ENT02105,        *
      *    INCLUIDO ABAIXO, POR ISSO SAO ESPELHADOS LOCALMENTE)        *
      *----------------------------------------------------------------*
       01 WRK-REG-FUNCO.
          05 WRK-FUN-COD-FUNCO    PIC  9(008) VALUE ZEROS.
          05 WRK-FUN-NOM-FUNCO    PIC  X(050) VALUE SPACES.
          05 WRK-FUN-NOM-ESCTO    PIC  X(030) VALUE SPACES.
          05 WRK-FUN-COD-DEPTO    PIC  9(015) VALUE ZEROS.
          05 WRK-FUN-NOM-DEPTO    PIC  X(055) VALUE SPACES.
          05 WRK-FUN-DAT-CNTRL    PIC  X(010) VALUE SPACES.
          05 WRK-FUN-SIT-FUNCO    PIC  X(001) VALUE SPACES.
             88 WRK-FUN-DESLIGADO             VALUE 'D'.
          05 WRK-FUN-VAL-SALARIO  PIC  9(009)V99 VALUE ZEROS.
          05 WRK-FUN-COD-GRADE    PIC  X(003) VALUE SPACES.
          05 WRK-FUN-CPF-FUNCO    PIC  9(011) VALUE ZEROS.
          05 WRK-FUN-COD-AGENCIA  PIC  9(004) VALUE ZEROS.
          05 WRK-FUN-DAT-ADMISSAO PIC  9(008) VALUE ZEROS.

       01 WRK-REG-EMPRESTIMO.
          05 WRK-EMP-CHAVE.
             10 WRK-EMP-COD-AGENCIA  PIC 9(003) VALUE ZEROS.
             10 WRK-EMP-NUM-CONTA    PIC 9(003) VALUE ZEROS.
             10 WRK-EMP-NUM-EMPRE    PIC 9(003) VALUE ZEROS.
          05 WRK-EMP-NOM-CLIENTE  PIC  X(040) VALUE SPACES.
          05 WRK-EMP-DAT-EMPRE    PIC  X(010) VALUE SPACES.
          05 WRK-EMP-VAL-EMPRE    PIC S9(13)V99 COMP-3 VALUE +0.
          05 WRK-EMP-TEL-CLIENTE  PIC  X(015) VALUE SPACES.
          05 WRK-EMP-EMAIL        PIC  X(040) VALUE SPACES.
          05 WRK-EMP-SIT-EMPRE    PIC  X(001) VALUE SPACES.
             88 WRK-EMP-EM-ABERTO             VALUE ' ' 'N'.
          05 WRK-EMP-DAT-ULT-PAG  PIC  9(008) VALUE ZEROS.
          05 WRK-EMP-VAL-MULTA    PIC S9(13)V99 COMP-3 VALUE +0.
          05 WRK-EMP-QTD-PARCELAS PIC  9(003) VALUE ZEROS.
          05 WRK-EMP-TIP-TABELA   PIC  X(001) VALUE SPACES.
          05 WRK-EMP-PCT-TAXA     PIC  9(003)V9(004) VALUE ZEROS.
          05 WRK-EMP-VAL-JUROS    PIC S9(13)V99 COMP-3 VALUE +0.
          05 WRK-EMP-CHAVE-ORIGEM PIC  9(009) VALUE ZEROS.
          05 WRK-EMP-NOM-AVALISTA PIC  X(040) VALUE SPACES.
          05 WRK-EMP-CPF-AVALISTA PIC  9(011) VALUE ZEROS.
          05 WRK-EMP-TEL-AVALISTA PIC  X(015) VALUE SPACES.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA PARA TRATAMENTO DE FILE-STATUS'.
      *----------------------------------------------------------------*
      *
       01 WRK-AREA-FS.
          05 WRK-FS-ARQFUN01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-FUN01-OK               VALUE '00'.
             88 WRK-FS-FUN01-FIM              VALUE '10'.
          05 WRK-FS-ARQEMP01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-EMP01-OK               VALUE '00'.
             88 WRK-FS-EMP01-FIM              VALUE '10'.
          05 WRK-FS-ARQENT01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ENT01-OK               VALUE '00'.
             88 WRK-FS-ENT01-FIM              VALUE '10'.
          05 WRK-FS-ARQCAR01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CAR01-OK               VALUE '00'.
             88 WRK-FS-CAR01-NAO-ENCONTRADO   VALUE '23'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK               VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQFUN01      VALUE 'ARQFUN01'.
          88 WRK-CN-ARQEMP01      VALUE 'ARQEMP01'.
          88 WRK-CN-ARQENT01      VALUE 'ARQENT01'.
          88 WRK-CN-ARQCAR01      VALUE 'ARQCAR01'.
          88 WRK-CN-ARQSAI01      VALUE 'ARQSAI01'.
          88 WRK-CN-ARQAUD01      VALUE 'ARQAUD01'.

       77 WRK-COMANDO             PIC  X(006) VALUE SPACES.
          88 WRK-CN-OPEN          VALUE 'OPEN  '.
          88 WRK-CN-CLOSE         VALUE 'CLOSE '.
          88 WRK-CN-READ          VALUE 'READ  '.
          88 WRK-CN-WRITE         VALUE 'WRITE '.

       77 WRK-AREA-LIDA-ENT01     PIC  X(049) VALUE SPACES.

       01 WRK-SW-REG-DADOS        PIC  X(001) VALUE 'N'.
          88 WRK-REG-E-DADOS                  VALUE 'S'.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA'.
      *----------------------------------------------------------------*
      *
           COPY ENT02105.
           COPY CAR02223.
           COPY OCI05116.
           COPY AUD00105.
           COPY 'I#ERRO01'.
      *
      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0516 - FIM DA AREA DE WORKING'.
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

           PERFORM 2000-CARREGAR-QUADRO
              UNTIL WRK-FS-FUN01-FIM

           PERFORM 3000-VERIFICAR-AVALISTA
              UNTIL WRK-FS-EMP01-FIM

           PERFORM 3200-VERIFICAR-TRANSFERENCIA
              UNTIL WRK-FS-ENT01-FIM

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
           SET  WRK-CN-OPEN            TO TRUE

           SET  WRK-CN-ARQFUN01        TO TRUE
           OPEN INPUT ARQFUN01

           IF NOT WRK-FS-FUN01-OK
              MOVE WRK-FS-ARQFUN01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQEMP01        TO TRUE
           OPEN INPUT ARQEMP01

           IF NOT WRK-FS-EMP01-OK
              MOVE WRK-FS-ARQEMP01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQENT01        TO TRUE
           OPEN INPUT ARQENT01

           IF NOT WRK-FS-ENT01-OK
              MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQCAR01        TO TRUE
           OPEN INPUT ARQCAR01

           IF NOT WRK-FS-CAR01-OK
              MOVE WRK-FS-ARQCAR01     TO WRK-FS-DISPLAY
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

           PERFORM 3820-LER-FUNCIONARIO

           PERFORM 3840-LER-EMPRESTIMO

           PERFORM 3800-LER-MOVIMENTO
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARGA DO QUADRO: SO ENTRAM FUNCIONARIOS NAO DESLIGADOS COM  *
      *    CPF INFORMADO (ZEROS/BRANCOS = REGISTRO ANTERIOR AO CPF)    *
      *----------------------------------------------------------------*
       2000-CARREGAR-QUADRO SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2100-INCLUIR-FUNCIONARIO

           PERFORM 3820-LER-FUNCIONARIO
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    INCLUI O FUNCIONARIO LIDO NO QUADRO                         *
      *----------------------------------------------------------------*
       2100-INCLUIR-FUNCIONARIO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-FUN-DESLIGADO
              GO TO 2100-99-FIM
           END-IF

           IF WRK-FUN-CPF-FUNCO NOT NUMERIC
              OR WRK-FUN-CPF-FUNCO EQUAL ZEROS
              ADD 1 TO ACU-FUNCOS-SEM-CPF
              GO TO 2100-99-FIM
           END-IF

           IF WRK-QDR-QTDE LESS 1000
              ADD 1 TO WRK-QDR-QTDE
              MOVE WRK-FUN-CPF-FUNCO   TO WRK-QDR-CPF (WRK-QDR-QTDE)
              MOVE WRK-FUN-COD-FUNCO   TO
                                      WRK-QDR-COD-FUNCO (WRK-QDR-QTDE)
              MOVE WRK-FUN-NOM-FUNCO   TO
                                      WRK-QDR-NOM-FUNCO (WRK-QDR-QTDE)
              IF WRK-FUN-COD-AGENCIA NUMERIC
                 MOVE WRK-FUN-COD-AGENCIA
                                    TO WRK-QDR-AGENCIA (WRK-QDR-QTDE)
              ELSE
                 MOVE ZEROS         TO WRK-QDR-AGENCIA (WRK-QDR-QTDE)
              END-IF
              ADD 1 TO ACU-FUNCOS-MONITORADOS
           END-IF
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    AVALISTA FUNCIONARIO EM EMPRESTIMO ATIVO DA PROPRIA AGENCIA *
      *----------------------------------------------------------------*
       3000-VERIFICAR-AVALISTA SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3100-AVALIAR-EMPRESTIMO

           PERFORM 3840-LER-EMPRESTIMO
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    AVALIA O EMPRESTIMO LIDO E GRAVA A OCORRENCIA SE FOR O CASO *
      *----------------------------------------------------------------*
       3100-AVALIAR-EMPRESTIMO SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT WRK-EMP-EM-ABERTO
              OR WRK-EMP-CPF-AVALISTA NOT NUMERIC
              OR WRK-EMP-CPF-AVALISTA EQUAL ZEROS
              GO TO 3100-99-FIM
           END-IF

           MOVE WRK-EMP-CPF-AVALISTA   TO WRK-CPF-PROCURADO
           PERFORM 3700-PROCURAR-FUNCIONARIO

           IF WRK-QDR-IDX-ACHADO EQUAL ZEROS
              GO TO 3100-99-FIM
           END-IF

           IF WRK-QDR-AGENCIA (WRK-QDR-IDX-ACHADO) EQUAL ZEROS
              OR WRK-QDR-AGENCIA (WRK-QDR-IDX-ACHADO)
                 NOT EQUAL WRK-EMP-COD-AGENCIA
              GO TO 3100-99-FIM
           END-IF

           PERFORM 3600-MONTAR-OCORRENCIA
           SET ARQOCI01-OCOR-AVALISTA  TO TRUE
           MOVE WRK-EMP-COD-AGENCIA    TO ARQOCI01-AGE-EMPRE
           MOVE WRK-EMP-NUM-CONTA      TO ARQOCI01-CTA-EMPRE
           MOVE WRK-EMP-NUM-EMPRE      TO ARQOCI01-NUM-EMPRE
           MOVE WRK-EMP-DAT-EMPRE      TO ARQOCI01-DAT-OPERACAO
           MOVE WRK-EMP-VAL-EMPRE      TO ARQOCI01-VAL-OPERACAO
           MOVE WRK-EMP-NOM-CLIENTE    TO ARQOCI01-NOM-CLIENTE

           PERFORM 3900-GRAVAR-OCORRENCIA
           ADD 1 TO ACU-OCOR-AVALISTA
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    TRANSFERENCIA ENTRE FUNCIONARIO E CLIENTE DA SUA CARTEIRA:  *
      *    A CONTRAPARTE E PROCURADA NA CARTEIRA DE RELACIONAMENTO     *
      *----------------------------------------------------------------*
       3200-VERIFICAR-TRANSFERENCIA SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3300-AVALIAR-MOVIMENTO

           PERFORM 3800-LER-MOVIMENTO
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    AVALIA O MOVIMENTO LIDO E GRAVA A OCORRENCIA SE FOR O CASO  *
      *----------------------------------------------------------------*
       3300-AVALIAR-MOVIMENTO SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT ARQENT01-TRANS-TRANSF-ENVIO
              AND NOT ARQENT01-TRANS-TRANSF-RECEB
              GO TO 3300-99-FIM
           END-IF

           IF ARQENT01-CPF-CONTRAPARTE NOT NUMERIC
              OR ARQENT01-CPF-CONTRAPARTE EQUAL ZEROS
              GO TO 3300-99-FIM
           END-IF

           MOVE ARQENT01-CPF           TO WRK-CPF-PROCURADO
           PERFORM 3700-PROCURAR-FUNCIONARIO

           IF WRK-QDR-IDX-ACHADO EQUAL ZEROS
              GO TO 3300-99-FIM
           END-IF

           ADD 1 TO ACU-TRANSF-FUNCOS

           MOVE ARQENT01-CPF-CONTRAPARTE
                                       TO FD-ARQCAR01-CPF

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQCAR01        TO TRUE

           READ ARQCAR01 INTO ARQCAR01-REGISTRO

           IF WRK-FS-CAR01-NAO-ENCONTRADO
              GO TO 3300-99-FIM
           END-IF

           IF NOT WRK-FS-CAR01-OK
              MOVE WRK-FS-ARQCAR01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF ARQCAR01-COD-FUNCO-GERENTE NOT EQUAL
              WRK-QDR-COD-FUNCO (WRK-QDR-IDX-ACHADO)
              GO TO 3300-99-FIM
           END-IF

           PERFORM 3600-MONTAR-OCORRENCIA
           SET ARQOCI01-OCOR-TRANSFERENCIA
                                       TO TRUE
           MOVE ARQENT01-CPF-CONTRAPARTE
                                       TO ARQOCI01-CPF-CONTRAPARTE
           MOVE ARQENT01-DAT-DEPOS     TO ARQOCI01-DAT-OPERACAO
           MOVE ARQENT01-VAL-DEPOS     TO ARQOCI01-VAL-OPERACAO
           MOVE ARQENT01-TIP-TRANS     TO ARQOCI01-TIP-TRANS

           PERFORM 3900-GRAVAR-OCORRENCIA
           ADD 1 TO ACU-OCOR-TRANSFERENCIA
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    DADOS DO FUNCIONARIO COMUNS AOS DOIS TIPOS DE OCORRENCIA    *
      *----------------------------------------------------------------*
       3600-MONTAR-OCORRENCIA SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE ARQOCI01-REGISTRO

           MOVE WRK-QDR-COD-FUNCO (WRK-QDR-IDX-ACHADO)
                                       TO ARQOCI01-COD-FUNCO
           MOVE WRK-QDR-CPF (WRK-QDR-IDX-ACHADO)
                                       TO ARQOCI01-CPF-FUNCO
           MOVE WRK-QDR-NOM-FUNCO (WRK-QDR-IDX-ACHADO)
                                       TO ARQOCI01-NOM-FUNCO
           MOVE WRK-QDR-AGENCIA (WRK-QDR-IDX-ACHADO)
                                       TO ARQOCI01-COD-AGENCIA
           .
      *----------------------------------------------------------------*
       3600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PROCURA O CPF (WRK-CPF-PROCURADO) NO QUADRO; DEVOLVE O      *
      *    INDICE EM WRK-QDR-IDX-ACHADO (ZEROS = NAO E FUNCIONARIO)    *
      *----------------------------------------------------------------*
       3700-PROCURAR-FUNCIONARIO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-QDR-IDX-ACHADO

           PERFORM 3710-COMPARAR-FUNCIONARIO
              VARYING WRK-QDR-IDX FROM 1 BY 1
              UNTIL WRK-QDR-IDX GREATER WRK-QDR-QTDE
                 OR WRK-QDR-IDX-ACHADO GREATER ZEROS
           .
      *----------------------------------------------------------------*
       3700-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3710-COMPARAR-FUNCIONARIO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-QDR-CPF (WRK-QDR-IDX) EQUAL WRK-CPF-PROCURADO
              MOVE WRK-QDR-IDX         TO WRK-QDR-IDX-ACHADO
           END-IF
           .
      *----------------------------------------------------------------*
       3710-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO MOVIMENTO: REPETE A LEITURA FISICA     *
      *    ATE OBTER UM REGISTRO DE DADOS OU ESGOTAR O ARQUIVO         *
      *----------------------------------------------------------------*
       3800-LER-MOVIMENTO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N' TO WRK-SW-REG-DADOS

           PERFORM 3801-LER-MOVIMENTO-FISICO
              UNTIL WRK-REG-E-DADOS OR WRK-FS-ENT01-FIM
           .
      *----------------------------------------------------------------*
       3800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LE UM REGISTRO FISICO DO MOVIMENTO, SALTANDO O ENVELOPE     *
      *    (HDR/TRL/CHT) DE CADA GERACAO DO MES                        *
      *----------------------------------------------------------------*
       3801-LER-MOVIMENTO-FISICO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQENT01        TO TRUE

           READ ARQENT01 INTO WRK-AREA-LIDA-ENT01

           EVALUATE TRUE
              WHEN WRK-FS-ENT01-FIM
                 CONTINUE
              WHEN NOT WRK-FS-ENT01-OK
                 MOVE WRK-FS-ARQENT01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              WHEN WRK-AREA-LIDA-ENT01 (1:3) EQUAL 'HDR'
                OR WRK-AREA-LIDA-ENT01 (1:3) EQUAL 'TRL'
                OR WRK-AREA-LIDA-ENT01 (1:3) EQUAL 'CHT'
                 CONTINUE
              WHEN OTHER
                 SET WRK-REG-E-DADOS   TO TRUE
                 ADD 1 TO ACU-LIDOS-MOVIMENTO
                 MOVE WRK-AREA-LIDA-ENT01 TO ARQENT01-REGISTRO
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3801-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3820-LER-FUNCIONARIO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQFUN01        TO TRUE

           READ ARQFUN01 INTO WRK-REG-FUNCO

           IF WRK-FS-FUN01-OK OR WRK-FS-FUN01-FIM
              IF WRK-FS-FUN01-OK
                 ADD 1 TO ACU-LIDOS-ARQFUN01
              END-IF
           ELSE
              MOVE WRK-FS-ARQFUN01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3820-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3840-LER-EMPRESTIMO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQEMP01        TO TRUE

           READ ARQEMP01 INTO WRK-REG-EMPRESTIMO

           IF WRK-FS-EMP01-OK OR WRK-FS-EMP01-FIM
              IF WRK-FS-EMP01-OK
                 ADD 1 TO ACU-LIDOS-ARQEMP01
              END-IF
           ELSE
              MOVE WRK-FS-ARQEMP01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3840-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3900-GRAVAR-OCORRENCIA SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQSAI01        TO TRUE

           WRITE FD-ARQSAI01 FROM ARQOCI01-REGISTRO

           IF WRK-FS-SAI01-OK
              ADD 1 TO ACU-GRAVA-ARQSAI01
           ELSE
              MOVE WRK-FS-ARQSAI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3980-GRAVAR-AUDITORIA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-PROGRAMA           TO ARQAUD01-PROGRAMA
           MOVE FUNCTION CURRENT-DATE(1:8)
                                        TO ARQAUD01-DATA
           MOVE FUNCTION CURRENT-DATE(9:6)
                                        TO ARQAUD01-HORA
           MOVE ACU-LIDOS-MOVIMENTO     TO ARQAUD01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQSAI01      TO ARQAUD01-QTDE-GRAVA
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
           PERFORM 3980-GRAVAR-AUDITORIA

           SET  WRK-CN-CLOSE           TO TRUE

           SET  WRK-CN-ARQFUN01        TO TRUE
           CLOSE ARQFUN01
           IF NOT WRK-FS-FUN01-OK
              MOVE WRK-FS-ARQFUN01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQEMP01        TO TRUE
           CLOSE ARQEMP01
           IF NOT WRK-FS-EMP01-OK
              MOVE WRK-FS-ARQEMP01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQENT01        TO TRUE
           CLOSE ARQENT01
           IF NOT WRK-FS-ENT01-OK
              MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQCAR01        TO TRUE
           CLOSE ARQCAR01
           IF NOT WRK-FS-CAR01-OK
              MOVE WRK-FS-ARQCAR01     TO WRK-FS-DISPLAY
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

           MOVE ACU-LIDOS-ARQFUN01     TO WRK-MASK-QTDE
           DISPLAY '**************************************************'
           DISPLAY '* QTDE FUNCIONARIOS LIDOS    : ' WRK-MASK-QTDE  '*'
           MOVE ACU-FUNCOS-MONITORADOS TO WRK-MASK-QTDE
           DISPLAY '* QTDE FUNCIONARIOS NO QUADRO: ' WRK-MASK-QTDE  '*'
           MOVE ACU-FUNCOS-SEM-CPF     TO WRK-MASK-QTDE
           DISPLAY '* QTDE FUNCIONARIOS SEM CPF  : ' WRK-MASK-QTDE  '*'
           MOVE ACU-LIDOS-ARQEMP01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE EMPRESTIMOS LIDOS     : ' WRK-MASK-QTDE  '*'
           MOVE ACU-LIDOS-MOVIMENTO    TO WRK-MASK-QTDE
           DISPLAY '* QTDE MOVIMENTOS LIDOS      : ' WRK-MASK-QTDE  '*'
           MOVE ACU-TRANSF-FUNCOS      TO WRK-MASK-QTDE
           DISPLAY '* QTDE TRANSF. DE FUNCIONARIO: ' WRK-MASK-QTDE  '*'
           MOVE ACU-OCOR-AVALISTA      TO WRK-MASK-QTDE
           DISPLAY '* OCORRENCIAS DE AVALISTA    : ' WRK-MASK-QTDE  '*'
           MOVE ACU-OCOR-TRANSFERENCIA TO WRK-MASK-QTDE
           DISPLAY '* OCORRENCIAS DE TRANSFER.   : ' WRK-MASK-QTDE  '*'
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
      *    ROTINA DE TRATAMENTO DE ERRO DE ARQUIVO                     *
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
           MOVE ACU-LIDOS-MOVIMENTO
                                  TO ERRO01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQSAI01
                                  TO ERRO01-QTDE-GRAVADOS
           MOVE WRK-CPF-PROCURADO TO ERRO01-ULT-CHAVE

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
