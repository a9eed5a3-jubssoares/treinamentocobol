      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0315.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0315                                      *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   EMISSAO DE BOLETOS DAS PARCELAS DE          *
      *                    EMPRESTIMO: PARA CADA PARCELA EM ABERTO DO  *
      *                    CRONOGRAMA (PAR03105) QUE VENCE DENTRO DA   *
      *                    JANELA DE ANTECEDENCIA E CUJO EMPRESTIMO    *
      *                    NAO TEM INSTRUCAO DE DEBITO AUTOMATICO      *
      *                    ATIVA (DEB03105), CALCULA O NOSSO NUMERO,   *
      *                    O CODIGO DE BARRAS E A LINHA DIGITAVEL,     *
      *                    GRAVA A REMESSA DE REGISTRO AO BANCO (CNAB  *
      *                    240, SEGMENTOS P E Q - CNB03315), O ARQUIVO *
      *                    DE IMPRESSAO/E-MAIL (BLE03315) E O CONTROLE *
      *                    DOS BOLETOS EMITIDOS (KSDS BOL03315). UMA   *
      *                    PARCELA COM BOLETO JA EMITIDO NAO E EMITIDA *
      *                    DE NOVO.                                    *
      *----------------------------------------------------------------*
      *    CARTAO (ARQPARM): COLS 1-8   DATA DE REFERENCIA (AAAAMMDD)  *
      *                      COLS 10-12 ANTECEDENCIA EM DIAS           *
      *                                 (BRANCOS/ZEROS = 10)           *
      *                      COLS 14-19 NUMERO DA REMESSA (NSA)        *
      *                                 (BRANCOS/ZEROS = 1)            *
      *                      COLS 21-23 BANCO EMISSOR                  *
      *                      COLS 25-28 AGENCIA DO BENEFICIARIO        *
      *                      COLS 30-35 CONTA DO BENEFICIARIO          *
      *                      COLS 37-38 CARTEIRA DE COBRANCA           *
      *                      COLS 40-53 CNPJ DO BENEFICIARIO           *
      *                      COLS 55-80 NOME DO BENEFICIARIO           *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPAR01 (CRONOGRAMA DE PARCELAS)         PAR03105        *
      *      ARQDEB01 (INSTRUCOES PERMANENTES)         DEB03105        *
      *      ARQEMP01 (CADASTRO INDEXADO DE EMPREST.)  ENT03105        *
      *      ARQBOL01 (CONTROLE DE BOLETOS - KSDS)     BOL03315        *
      *      ARQSAI01 (REMESSA CNAB 240 AO BANCO)      CNB03315        *
      *      ARQSAI02 (IMPRESSAO/E-MAIL DOS BOLETOS)   BLE03315        *
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
           SELECT ARQPAR01 ASSIGN      TO UT-S-ARQPAR01
                      FILE STATUS      IS WRK-FS-ARQPAR01.

           SELECT ARQDEB01 ASSIGN      TO UT-S-ARQDEB01
                      FILE STATUS      IS WRK-FS-ARQDEB01.

           SELECT ARQEMP01 ASSIGN      TO UT-S-ARQEMP01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS FD-ARQEMP01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQEMP01.

           SELECT ARQBOL01 ASSIGN      TO UT-S-ARQBOL01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS FD-ARQBOL01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQBOL01.

           SELECT ARQPARM ASSIGN       TO UT-S-ARQPARM
                      FILE STATUS      IS WRK-FS-ARQPARM.

           SELECT ARQSAI01 ASSIGN      TO UT-S-ARQSAI01
                      FILE STATUS      IS WRK-FS-ARQSAI01.

           SELECT ARQSAI02 ASSIGN      TO UT-S-ARQSAI02
                      FILE STATUS      IS WRK-FS-ARQSAI02.

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
      *   INPUT:      CRONOGRAMA DE PARCELAS DOS EMPRESTIMOS          *
      *               ORG. SEQUENCIAL   -   LRECL = 053               *
      *---------------------------------------------------------------*

       FD  ARQPAR01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPAR01             PIC X(053).

      *---------------------------------------------------------------*
      *   INPUT:      INSTRUCOES PERMANENTES DE DEBITO AUTOMATICO     *
      *               ORG. SEQUENCIAL   -   LRECL = 028               *
      *---------------------------------------------------------------*

       FD  ARQDEB01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQDEB01             PIC X(028).

      *---------------------------------------------------------------*
      *   INPUT:      CADASTRO INDEXADO DE EMPRESTIMOS (PAGADOR)      *
      *               ORG. INDEXADA     -   LRECL = 233               *
      *---------------------------------------------------------------*

       FD  ARQEMP01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQEMP01.
           05 FD-ARQEMP01-CHAVE       PIC X(009).
           05 FILLER                  PIC X(224).

      *---------------------------------------------------------------*
      *   I-O:        CONTROLE DOS BOLETOS EMITIDOS                   *
      *               ORG. INDEXADA     -   LRECL = 080               *
      *---------------------------------------------------------------*

       FD  ARQBOL01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQBOL01.
           05 FD-ARQBOL01-CHAVE       PIC X(013).
           05 FILLER                  PIC X(067).

      *---------------------------------------------------------------*
      *   INPUT:      CARTAO DE PARAMETROS                            *
      *---------------------------------------------------------------*

       FD  ARQPARM
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPARM              PIC X(80).

      *---------------------------------------------------------------*
      *   OUTPUT:     REMESSA DE REGISTRO DOS BOLETOS (CNAB 240)      *
      *               ORG. SEQUENCIAL   -   LRECL = 240               *
      *---------------------------------------------------------------*

       FD  ARQSAI01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI01             PIC X(240).

      *---------------------------------------------------------------*
      *   OUTPUT:     BOLETOS PARA IMPRESSAO OU ENVIO POR E-MAIL      *
      *               ORG. SEQUENCIAL   -   LRECL = 266               *
      *---------------------------------------------------------------*

       FD  ARQSAI02
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI02             PIC X(266).

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
             'EXER0315 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0315'.
       77 WRK-ERRO2000            PIC  X(008) VALUE 'ERRO2000'.
       77 WRK-MASK-QTDE           PIC  ZZZ.ZZ9.
       77 WRK-MASK-VALOR          PIC  Z.ZZZ.ZZZ.ZZ9,99.
       77 WRK-DAT-REFERENCIA      PIC  9(008) VALUE ZEROS.
       77 WRK-QTD-DIAS-ANTECEDENCIA PIC 9(003) VALUE 010.
       77 WRK-NUM-REMESSA         PIC  9(006) VALUE 000001.
       77 WRK-INT-REFERENCIA      PIC S9(009) COMP VALUE +0.
       77 WRK-INT-VENCIMENTO      PIC S9(009) COMP VALUE +0.
       77 WRK-INT-BASE-FATOR      PIC S9(009) COMP VALUE +0.
       77 WRK-VAL-BOLETO          PIC S9(13)V99 COMP-3 VALUE +0.
       77 WRK-NUM-SEQ-LOTE        PIC  9(005) VALUE ZEROS.
      *
       01 WRK-PARM-REGISTRO.
          05 WRK-PARM-DATA        PIC  9(008) VALUE ZEROS.
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-PARM-DIAS        PIC  9(003) VALUE ZEROS.
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-PARM-REMESSA     PIC  9(006) VALUE ZEROS.
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-PARM-BANCO       PIC  9(003) VALUE ZEROS.
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-PARM-AGENCIA     PIC  9(004) VALUE ZEROS.
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-PARM-CONTA       PIC  9(006) VALUE ZEROS.
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-PARM-CARTEIRA    PIC  9(002) VALUE ZEROS.
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-PARM-CNPJ        PIC  9(014) VALUE ZEROS.
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-PARM-NOME        PIC  X(026) VALUE SPACES.
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS-ARQPAR01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQDEB01     PIC 9(007) VALUE ZEROS.
           03 ACU-PARCELAS-JANELA    PIC 9(007) VALUE ZEROS.
           03 ACU-BOLETOS-EMITIDOS   PIC 9(007) VALUE ZEROS.
           03 ACU-BOLETOS-EMAIL      PIC 9(007) VALUE ZEROS.
           03 ACU-BOLETOS-IMPRESSOS  PIC 9(007) VALUE ZEROS.
           03 ACU-DEBITO-AUTOMATICO  PIC 9(007) VALUE ZEROS.
           03 ACU-JA-EMITIDOS        PIC 9(007) VALUE ZEROS.
           03 ACU-SEM-CADASTRO       PIC 9(007) VALUE ZEROS.
           03 ACU-VALOR-EXCEDIDO     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI01     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI02     PIC 9(007) VALUE ZEROS.
           03 ACU-SEGMENTOS          PIC 9(007) VALUE ZEROS.
      *
       01 WRK-TOTAIS.
           03 TOT-VAL-EMITIDO        PIC S9(15)V99 COMP-3 VALUE +0.
      *
      *----------------------------------------------------------------*
      *    TABELA DAS INSTRUCOES PERMANENTES ATIVAS (EMPRESTIMOS EM    *
      *    DEBITO AUTOMATICO NAO RECEBEM BOLETO)                       *
      *----------------------------------------------------------------*
       77 WRK-DEB-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-DEB-IDX             PIC 9(004) VALUE ZEROS.
      *
       01 WRK-DEB-TABELA.
          05 WRK-DEB-LINHA        OCCURS 500 TIMES.
             10 WRK-DEB-CHAVE     PIC 9(009).
      *
      *----------------------------------------------------------------*
      *    NOSSO NUMERO: CHAVE DA PARCELA + DV MODULO 11               *
      *----------------------------------------------------------------*
       01 WRK-NOSSO-NUMERO.
          05 WRK-NN-CHAVE         PIC 9(012) VALUE ZEROS.
          05 WRK-NN-DV            PIC 9(001) VALUE ZEROS.
       01 WRK-NOSSO-NUMERO-R      REDEFINES WRK-NOSSO-NUMERO
                                  PIC 9(013).
      *
      *----------------------------------------------------------------*
      *    CODIGO DE BARRAS (44 POSICOES - PADRAO FEBRABAN)            *
      *----------------------------------------------------------------*
       01 WRK-COD-BARRAS.
          05 WRK-CB-BANCO         PIC 9(003) VALUE ZEROS.
          05 WRK-CB-MOEDA         PIC 9(001) VALUE 9.
          05 WRK-CB-DV            PIC 9(001) VALUE ZEROS.
          05 WRK-CB-FATOR         PIC 9(004) VALUE ZEROS.
          05 WRK-CB-VALOR         PIC 9(008)V99 VALUE ZEROS.
          05 WRK-CB-CAMPO-LIVRE.
             10 WRK-CB-AGENCIA    PIC 9(004) VALUE ZEROS.
             10 WRK-CB-CARTEIRA   PIC 9(002) VALUE ZEROS.
             10 WRK-CB-NOSSO-NUM  PIC 9(012) VALUE ZEROS.
             10 WRK-CB-CONTA      PIC 9(006) VALUE ZEROS.
             10 FILLER            PIC 9(001) VALUE ZERO.
       01 WRK-COD-BARRAS-R        REDEFINES WRK-COD-BARRAS
                                  PIC X(044).
      *
      *----------------------------------------------------------------*
      *    LINHA DIGITAVEL FORMATADA (47 DIGITOS EM 5 CAMPOS)          *
      *----------------------------------------------------------------*
       01 WRK-LINHA-DIGITAVEL.
          05 WRK-LD-CAMPO1-A      PIC X(005) VALUE SPACES.
          05 FILLER               PIC X(001) VALUE '.'.
          05 WRK-LD-CAMPO1-B      PIC X(004) VALUE SPACES.
          05 WRK-LD-DV1           PIC 9(001) VALUE ZEROS.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-LD-CAMPO2-A      PIC X(005) VALUE SPACES.
          05 FILLER               PIC X(001) VALUE '.'.
          05 WRK-LD-CAMPO2-B      PIC X(005) VALUE SPACES.
          05 WRK-LD-DV2           PIC 9(001) VALUE ZEROS.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-LD-CAMPO3-A      PIC X(005) VALUE SPACES.
          05 FILLER               PIC X(001) VALUE '.'.
          05 WRK-LD-CAMPO3-B      PIC X(005) VALUE SPACES.
          05 WRK-LD-DV3           PIC 9(001) VALUE ZEROS.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-LD-DV-GERAL      PIC 9(001) VALUE ZEROS.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-LD-CAMPO5        PIC X(014) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    AREA DE CALCULO DOS DIGITOS VERIFICADORES (MODULOS 10 E 11) *
      *----------------------------------------------------------------*
       77 WRK-DV-TAMANHO          PIC S9(004) COMP VALUE +0.
       77 WRK-DV-IDX              PIC S9(004) COMP VALUE +0.
       77 WRK-DV-PESO             PIC S9(004) COMP VALUE +0.
       77 WRK-DV-PRODUTO          PIC S9(004) COMP VALUE +0.
       77 WRK-DV-SOMA             PIC S9(009) COMP VALUE +0.
       77 WRK-DV-QUOCIENTE        PIC S9(009) COMP VALUE +0.
       77 WRK-DV-RESTO            PIC S9(004) COMP VALUE +0.
       77 WRK-DV-RESULTADO        PIC  9(001) VALUE ZEROS.
      *
       01 WRK-DV-NUMERO           PIC X(043) VALUE ZEROS.
       01 WRK-DV-NUMERO-R         REDEFINES WRK-DV-NUMERO.
          05 WRK-DV-DIGITO        OCCURS 43 TIMES PIC 9(001).
      *
      *----------------------------------------------------------------*
      *    CONVERSAO DE DATAS AAAAMMDD -> DDMMAAAA (PADRAO CNAB)       *
      *----------------------------------------------------------------*
       01 WRK-DATA-ISO            PIC 9(008) VALUE ZEROS.
       01 WRK-DATA-ISO-R          REDEFINES WRK-DATA-ISO.
          05 WRK-ISO-ANO          PIC 9(004).
          05 WRK-ISO-MES          PIC 9(002).
          05 WRK-ISO-DIA          PIC 9(002).
      *
       01 WRK-DATA-CNAB           PIC 9(008) VALUE ZEROS.
       01 WRK-DATA-CNAB-R         REDEFINES WRK-DATA-CNAB.
          05 WRK-CNAB-DIA         PIC 9(002).
          05 WRK-CNAB-MES         PIC 9(002).
          05 WRK-CNAB-ANO         PIC 9(004).

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA PARA TRATAMENTO DE FILE-STATUS'.
      *----------------------------------------------------------------*
      *
       01 WRK-AREA-FS.
          05 WRK-FS-ARQPAR01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-PAR01-OK               VALUE '00'.
             88 WRK-FS-PAR01-FIM              VALUE '10'.
          05 WRK-FS-ARQDEB01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-DEB01-OK               VALUE '00'.
             88 WRK-FS-DEB01-FIM              VALUE '10'.
          05 WRK-FS-ARQEMP01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-EMP01-OK               VALUE '00'.
             88 WRK-FS-EMP01-NAO-ENCONTRADO   VALUE '23'.
          05 WRK-FS-ARQBOL01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-BOL01-OK               VALUE '00'.
             88 WRK-FS-BOL01-DUPLICADA        VALUE '22'.
             88 WRK-FS-BOL01-NAO-ENCONTRADO   VALUE '23'.
          05 WRK-FS-ARQPARM       PIC  X(002) VALUE SPACES.
             88 WRK-FS-PARM-OK                VALUE '00'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK               VALUE '00'.
          05 WRK-FS-ARQSAI02      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI02-OK               VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQPAR01      VALUE 'ARQPAR01'.
          88 WRK-CN-ARQDEB01      VALUE 'ARQDEB01'.
          88 WRK-CN-ARQEMP01      VALUE 'ARQEMP01'.
          88 WRK-CN-ARQBOL01      VALUE 'ARQBOL01'.
          88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
          88 WRK-CN-ARQSAI01      VALUE 'ARQSAI01'.
          88 WRK-CN-ARQSAI02      VALUE 'ARQSAI02'.
          88 WRK-CN-ARQAUD01      VALUE 'ARQAUD01'.

       77 WRK-COMANDO             PIC  X(006) VALUE SPACES.
          88 WRK-CN-OPEN          VALUE 'OPEN  '.
          88 WRK-CN-CLOSE         VALUE 'CLOSE '.
          88 WRK-CN-READ          VALUE 'READ  '.
          88 WRK-CN-WRITE         VALUE 'WRITE '.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA'.
      *----------------------------------------------------------------*
      *
           COPY PAR03105.
           COPY DEB03105.
           COPY ENT03105.
           COPY BOL03315.
           COPY CNB03315.
           COPY BLE03315.
           COPY AUD00105.
           COPY 'I#ERRO01'.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0315 - FIM DA AREA DE WORKING'.
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

           PERFORM 2000-CARREGAR-INSTRUCOES
              UNTIL WRK-FS-DEB01-FIM

           PERFORM 3000-PROCESSAR
              UNTIL WRK-FS-PAR01-FIM

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

           SET  WRK-CN-ARQPARM         TO TRUE
           OPEN INPUT ARQPARM

           IF NOT WRK-FS-PARM-OK
              MOVE WRK-FS-ARQPARM      TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           READ ARQPARM INTO WRK-PARM-REGISTRO

           IF NOT WRK-FS-PARM-OK
              OR WRK-PARM-DATA NOT NUMERIC
              OR WRK-PARM-DATA EQUAL ZEROS
              OR WRK-PARM-BANCO NOT NUMERIC
              OR WRK-PARM-BANCO EQUAL ZEROS
              OR WRK-PARM-AGENCIA NOT NUMERIC
              OR WRK-PARM-AGENCIA EQUAL ZEROS
              OR WRK-PARM-CONTA NOT NUMERIC
              OR WRK-PARM-CONTA EQUAL ZEROS
              OR WRK-PARM-CARTEIRA NOT NUMERIC
              DISPLAY '* CARTAO DE PARAMETROS INVALIDO: INFORMAR A '
              DISPLAY '* DATA DE REFERENCIA (AAAAMMDD) NAS COLS 1-8,'
              DISPLAY '* BANCO (21-23), AGENCIA (25-28), CONTA'
              DISPLAY '* (30-35) E CARTEIRA (37-38) DO BENEFICIARIO'
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           CLOSE ARQPARM

           MOVE WRK-PARM-DATA          TO WRK-DAT-REFERENCIA
           COMPUTE WRK-INT-REFERENCIA =
                   FUNCTION INTEGER-OF-DATE (WRK-DAT-REFERENCIA)

           IF WRK-PARM-DIAS NUMERIC
              AND WRK-PARM-DIAS GREATER ZEROS
              MOVE WRK-PARM-DIAS       TO WRK-QTD-DIAS-ANTECEDENCIA
           END-IF

           IF WRK-PARM-REMESSA NUMERIC
              AND WRK-PARM-REMESSA GREATER ZEROS
              MOVE WRK-PARM-REMESSA    TO WRK-NUM-REMESSA
           END-IF

           IF WRK-PARM-CNPJ NOT NUMERIC
              MOVE ZEROS               TO WRK-PARM-CNPJ
           END-IF

           SET  WRK-CN-ARQPAR01        TO TRUE
           OPEN INPUT ARQPAR01

           IF NOT WRK-FS-PAR01-OK
              MOVE WRK-FS-ARQPAR01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQDEB01        TO TRUE
           OPEN INPUT ARQDEB01

           IF NOT WRK-FS-DEB01-OK
              MOVE WRK-FS-ARQDEB01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQEMP01        TO TRUE
           OPEN INPUT ARQEMP01

           IF NOT WRK-FS-EMP01-OK
              MOVE WRK-FS-ARQEMP01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQBOL01        TO TRUE
           OPEN I-O ARQBOL01

           IF NOT WRK-FS-BOL01-OK
              MOVE WRK-FS-ARQBOL01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQSAI01        TO TRUE
           OPEN OUTPUT ARQSAI01

           IF NOT WRK-FS-SAI01-OK
              MOVE WRK-FS-ARQSAI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQSAI02        TO TRUE
           OPEN OUTPUT ARQSAI02

           IF NOT WRK-FS-SAI02-OK
              MOVE WRK-FS-ARQSAI02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQAUD01        TO TRUE
           OPEN EXTEND ARQAUD01

           IF NOT WRK-FS-AUD01-OK
              MOVE WRK-FS-ARQAUD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3700-GRAVAR-HEADERS

           PERFORM 3800-LER-PARCELA

           PERFORM 3810-LER-INSTRUCAO
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2000-CARREGAR-INSTRUCOES SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQDEB01-INSTR-ATIVA
              IF WRK-DEB-QTDE LESS 500
                 ADD 1 TO WRK-DEB-QTDE
                 MOVE ARQDEB01-CHAVE   TO WRK-DEB-CHAVE (WRK-DEB-QTDE)
              ELSE
                 DISPLAY '* TABELA DE INSTRUCOES ESGOTADA (500)'
                 MOVE 12               TO RETURN-CODE
                 PERFORM 9900-FIM-PROGRAMA
              END-IF
           END-IF

           PERFORM 3810-LER-INSTRUCAO
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    SELECIONA AS PARCELAS EM ABERTO QUE VENCEM ENTRE A DATA DE  *
      *    REFERENCIA E A DATA DE REFERENCIA + ANTECEDENCIA            *
      *----------------------------------------------------------------*
       3000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
      *
           IF (ARQPAR01-PARC-ABERTA OR ARQPAR01-PARC-PARCIAL)
              AND ARQPAR01-DAT-VENCIMENTO NOT LESS WRK-DAT-REFERENCIA
              COMPUTE WRK-INT-VENCIMENTO =
                      FUNCTION INTEGER-OF-DATE
                               (ARQPAR01-DAT-VENCIMENTO)
              IF WRK-INT-VENCIMENTO NOT GREATER
                 (WRK-INT-REFERENCIA + WRK-QTD-DIAS-ANTECEDENCIA)
                 ADD 1 TO ACU-PARCELAS-JANELA
                 PERFORM 3100-EMITIR-BOLETO
              END-IF
           END-IF

           PERFORM 3800-LER-PARCELA
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    EMITE O BOLETO DA PARCELA: EXCLUI OS EMPRESTIMOS EM DEBITO  *
      *    AUTOMATICO E AS PARCELAS COM BOLETO JA EMITIDO, BUSCA O     *
      *    PAGADOR NO CADASTRO E GRAVA REMESSA, IMPRESSAO E CONTROLE   *
      *----------------------------------------------------------------*
       3100-EMITIR-BOLETO SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WRK-VAL-BOLETO = ARQPAR01-VAL-PARCELA
                                  - ARQPAR01-VAL-PAGO-ACUM

           IF WRK-VAL-BOLETO NOT GREATER ZEROS
              GO TO 3100-99-FIM
           END-IF

           MOVE 1 TO WRK-DEB-IDX

           PERFORM 3150-PROXIMA-INSTRUCAO
              UNTIL WRK-DEB-IDX GREATER WRK-DEB-QTDE
                 OR WRK-DEB-CHAVE (WRK-DEB-IDX) EQUAL
                    ARQPAR01-CHAVE (1:9)

           IF WRK-DEB-IDX NOT GREATER WRK-DEB-QTDE
              ADD 1 TO ACU-DEBITO-AUTOMATICO
              GO TO 3100-99-FIM
           END-IF

      *    NOSSO NUMERO = CHAVE DA PARCELA + DV MODULO 11
           MOVE ZEROS                  TO WRK-DV-NUMERO
           MOVE ARQPAR01-CHAVE         TO WRK-DV-NUMERO (1:12)
           MOVE 12                     TO WRK-DV-TAMANHO
           PERFORM 5100-CALCULAR-MODULO-11

           IF WRK-DV-RESTO LESS 2
              MOVE ZEROS               TO WRK-NN-DV
           ELSE
              COMPUTE WRK-NN-DV = 11 - WRK-DV-RESTO
           END-IF

           MOVE ARQPAR01-CHAVE         TO WRK-NN-CHAVE
           MOVE WRK-NOSSO-NUMERO       TO FD-ARQBOL01-CHAVE

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQBOL01        TO TRUE

           READ ARQBOL01 INTO ARQBOL01-REGISTRO

           EVALUATE TRUE
              WHEN WRK-FS-BOL01-OK
                 ADD 1 TO ACU-JA-EMITIDOS
                 GO TO 3100-99-FIM
              WHEN WRK-FS-BOL01-NAO-ENCONTRADO
                 CONTINUE
              WHEN OTHER
                 MOVE WRK-FS-ARQBOL01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE

           MOVE ARQPAR01-CHAVE (1:9)   TO FD-ARQEMP01-CHAVE

           SET  WRK-CN-ARQEMP01        TO TRUE

           READ ARQEMP01 INTO ARQENT01-REGISTRO

           EVALUATE TRUE
              WHEN WRK-FS-EMP01-OK
                 CONTINUE
              WHEN WRK-FS-EMP01-NAO-ENCONTRADO
                 ADD 1 TO ACU-SEM-CADASTRO
                 DISPLAY '* PARCELA ' ARQPAR01-CHAVE
                         ' SEM EMPRESTIMO NO CADASTRO - SEM BOLETO'
                 GO TO 3100-99-FIM
              WHEN OTHER
                 MOVE WRK-FS-ARQEMP01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE

      *    O CODIGO DE BARRAS COMPORTA ATE 99.999.999,99
           IF WRK-VAL-BOLETO GREATER 99999999,99
              ADD 1 TO ACU-VALOR-EXCEDIDO
              DISPLAY '* PARCELA ' ARQPAR01-CHAVE
                      ' ACIMA DO VALOR LIMITE DO BOLETO - SEM BOLETO'
              GO TO 3100-99-FIM
           END-IF

           PERFORM 3200-MONTAR-CODIGO-BARRAS

           PERFORM 3300-GRAVAR-SEGMENTOS

           PERFORM 3400-GRAVAR-IMPRESSAO

           PERFORM 3500-REGISTRAR-BOLETO

           ADD 1 TO ACU-BOLETOS-EMITIDOS
           ADD WRK-VAL-BOLETO          TO TOT-VAL-EMITIDO
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3150-PROXIMA-INSTRUCAO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-DEB-IDX
           .
      *----------------------------------------------------------------*
       3150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    MONTA O CODIGO DE BARRAS (BANCO, MOEDA, DV, FATOR DE        *
      *    VENCIMENTO, VALOR E CAMPO LIVRE) E A LINHA DIGITAVEL. O     *
      *    FATOR CONTA OS DIAS DESDE 07/10/1997 E, APOS ATINGIR 9999,  *
      *    RECOMECA EM 1000 NO DIA 22/02/2025                          *
      *----------------------------------------------------------------*
       3200-MONTAR-CODIGO-BARRAS SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-PARM-BANCO         TO WRK-CB-BANCO
           MOVE 9                      TO WRK-CB-MOEDA
           MOVE WRK-VAL-BOLETO         TO WRK-CB-VALOR
           MOVE WRK-PARM-AGENCIA       TO WRK-CB-AGENCIA
           MOVE WRK-PARM-CARTEIRA      TO WRK-CB-CARTEIRA
           MOVE WRK-NN-CHAVE           TO WRK-CB-NOSSO-NUM
           MOVE WRK-PARM-CONTA         TO WRK-CB-CONTA

           IF ARQPAR01-DAT-VENCIMENTO NOT LESS 20250222
              COMPUTE WRK-INT-BASE-FATOR =
                      FUNCTION INTEGER-OF-DATE (20250222) - 1000
           ELSE
              COMPUTE WRK-INT-BASE-FATOR =
                      FUNCTION INTEGER-OF-DATE (19971007)
           END-IF

           COMPUTE WRK-CB-FATOR = WRK-INT-VENCIMENTO
                                - WRK-INT-BASE-FATOR

      *    DV GERAL: MODULO 11 SOBRE AS 43 POSICOES SEM O PROPRIO DV
           MOVE WRK-COD-BARRAS-R (1:4) TO WRK-DV-NUMERO (1:4)
           MOVE WRK-COD-BARRAS-R (6:39) TO WRK-DV-NUMERO (5:39)
           MOVE 43                     TO WRK-DV-TAMANHO
           PERFORM 5100-CALCULAR-MODULO-11

           IF WRK-DV-RESTO LESS 2
              MOVE 1                   TO WRK-CB-DV
           ELSE
              COMPUTE WRK-CB-DV = 11 - WRK-DV-RESTO
           END-IF

      *    CAMPO 1: BANCO, MOEDA E POSICOES 1-5 DO CAMPO LIVRE
           MOVE ZEROS                  TO WRK-DV-NUMERO
           MOVE WRK-COD-BARRAS-R (1:4) TO WRK-DV-NUMERO (1:4)
           MOVE WRK-COD-BARRAS-R (20:5) TO WRK-DV-NUMERO (5:5)
           MOVE 9                      TO WRK-DV-TAMANHO
           PERFORM 5200-CALCULAR-MODULO-10
           MOVE WRK-DV-NUMERO (1:5)    TO WRK-LD-CAMPO1-A
           MOVE WRK-DV-NUMERO (6:4)    TO WRK-LD-CAMPO1-B
           MOVE WRK-DV-RESULTADO       TO WRK-LD-DV1

      *    CAMPO 2: POSICOES 6-15 DO CAMPO LIVRE
           MOVE WRK-COD-BARRAS-R (25:10) TO WRK-DV-NUMERO (1:10)
           MOVE 10                     TO WRK-DV-TAMANHO
           PERFORM 5200-CALCULAR-MODULO-10
           MOVE WRK-DV-NUMERO (1:5)    TO WRK-LD-CAMPO2-A
           MOVE WRK-DV-NUMERO (6:5)    TO WRK-LD-CAMPO2-B
           MOVE WRK-DV-RESULTADO       TO WRK-LD-DV2

      *    CAMPO 3: POSICOES 16-25 DO CAMPO LIVRE
           MOVE WRK-COD-BARRAS-R (35:10) TO WRK-DV-NUMERO (1:10)
           MOVE 10                     TO WRK-DV-TAMANHO
           PERFORM 5200-CALCULAR-MODULO-10
           MOVE WRK-DV-NUMERO (1:5)    TO WRK-LD-CAMPO3-A
           MOVE WRK-DV-NUMERO (6:5)    TO WRK-LD-CAMPO3-B
           MOVE WRK-DV-RESULTADO       TO WRK-LD-DV3

      *    CAMPOS 4 E 5: DV GERAL, FATOR DE VENCIMENTO E VALOR
           MOVE WRK-CB-DV              TO WRK-LD-DV-GERAL
           MOVE WRK-COD-BARRAS-R (6:14) TO WRK-LD-CAMPO5
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA NA REMESSA OS SEGMENTOS P (TITULO) E Q (PAGADOR)      *
      *----------------------------------------------------------------*
       3300-GRAVAR-SEGMENTOS SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO ARQCNB01-SEG-P
           INITIALIZE ARQCNB01-SEG-P
           ADD 1 TO WRK-NUM-SEQ-LOTE
           MOVE WRK-PARM-BANCO         TO ARQCNB01-SP-COD-BANCO
           MOVE 1                      TO ARQCNB01-SP-LOTE
           MOVE '3'                    TO ARQCNB01-SP-TIPO-REGISTRO
           MOVE WRK-NUM-SEQ-LOTE       TO ARQCNB01-SP-NUM-SEQ-REGISTRO
           MOVE 'P'                    TO ARQCNB01-SP-COD-SEGMENTO
           MOVE 01                     TO ARQCNB01-SP-COD-MOVIMENTO
           MOVE WRK-PARM-AGENCIA       TO ARQCNB01-SP-AGENCIA
           MOVE WRK-PARM-CONTA         TO ARQCNB01-SP-CONTA
           MOVE WRK-NOSSO-NUMERO       TO ARQCNB01-SP-NOSSO-NUMERO
           MOVE 1                      TO ARQCNB01-SP-COD-CARTEIRA
           MOVE 1                      TO ARQCNB01-SP-FORMA-CADASTRO
           MOVE '1'                    TO ARQCNB01-SP-TIP-DOCUMENTO
           MOVE 2                      TO ARQCNB01-SP-EMISSAO-BOLETO
           MOVE '2'                    TO ARQCNB01-SP-DISTRIBUICAO
           MOVE ARQPAR01-CHAVE         TO ARQCNB01-SP-NUM-DOCUMENTO

           MOVE ARQPAR01-DAT-VENCIMENTO TO WRK-DATA-ISO
           PERFORM 5300-CONVERTER-DATA
           MOVE WRK-DATA-CNAB          TO ARQCNB01-SP-DAT-VENCIMENTO

           MOVE WRK-VAL-BOLETO         TO ARQCNB01-SP-VAL-NOMINAL
           MOVE 99                     TO ARQCNB01-SP-ESPECIE-TITULO
           MOVE 'N'                    TO ARQCNB01-SP-ACEITE

           MOVE WRK-DAT-REFERENCIA     TO WRK-DATA-ISO
           PERFORM 5300-CONVERTER-DATA
           MOVE WRK-DATA-CNAB          TO ARQCNB01-SP-DAT-EMISSAO

           MOVE 3                      TO ARQCNB01-SP-COD-JUROS
           MOVE 0                      TO ARQCNB01-SP-COD-DESCONTO
           MOVE WRK-NOSSO-NUMERO       TO ARQCNB01-SP-USO-EMPRESA
           MOVE 3                      TO ARQCNB01-SP-COD-PROTESTO
           MOVE 1                      TO ARQCNB01-SP-COD-BAIXA
           MOVE 060                    TO ARQCNB01-SP-PRAZO-BAIXA
           MOVE 09                     TO ARQCNB01-SP-COD-MOEDA

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQSAI01        TO TRUE

           WRITE FD-ARQSAI01 FROM ARQCNB01-SEG-P

           IF WRK-FS-SAI01-OK
              ADD 1 TO ACU-GRAVA-ARQSAI01
              ADD 1 TO ACU-SEGMENTOS
           ELSE
              MOVE WRK-FS-ARQSAI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

      *    SEGMENTO Q: O CADASTRO NAO TRAZ O CPF DO CLIENTE, QUE SEGUE
      *    SEM INSCRICAO; O AVALISTA SEGUE QUANDO HOUVER
           MOVE SPACES                 TO ARQCNB01-SEG-Q
           INITIALIZE ARQCNB01-SEG-Q
           ADD 1 TO WRK-NUM-SEQ-LOTE
           MOVE WRK-PARM-BANCO         TO ARQCNB01-SQ-COD-BANCO
           MOVE 1                      TO ARQCNB01-SQ-LOTE
           MOVE '3'                    TO ARQCNB01-SQ-TIPO-REGISTRO
           MOVE WRK-NUM-SEQ-LOTE       TO ARQCNB01-SQ-NUM-SEQ-REGISTRO
           MOVE 'Q'                    TO ARQCNB01-SQ-COD-SEGMENTO
           MOVE 01                     TO ARQCNB01-SQ-COD-MOVIMENTO
           MOVE ARQENT01-NOM-CLIENTE   TO ARQCNB01-SQ-NOM-PAGADOR

           IF ARQENT01-CPF-AVALISTA NUMERIC
              AND ARQENT01-CPF-AVALISTA GREATER ZEROS
              MOVE 1                   TO ARQCNB01-SQ-TIP-INSC-AVALISTA
              MOVE ARQENT01-CPF-AVALISTA
                                       TO ARQCNB01-SQ-NUM-INSC-AVALISTA
              MOVE ARQENT01-NOM-AVALISTA
                                       TO ARQCNB01-SQ-NOM-AVALISTA
           END-IF

           WRITE FD-ARQSAI01 FROM ARQCNB01-SEG-Q

           IF WRK-FS-SAI01-OK
              ADD 1 TO ACU-GRAVA-ARQSAI01
              ADD 1 TO ACU-SEGMENTOS
           ELSE
              MOVE WRK-FS-ARQSAI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA O BOLETO PARA IMPRESSAO OU ENVIO POR E-MAIL: VAI POR  *
      *    E-MAIL QUANDO O CADASTRO TEM E-MAIL DO CLIENTE              *
      *----------------------------------------------------------------*
       3400-GRAVAR-IMPRESSAO SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE ARQBLE01-REGISTRO
           MOVE WRK-NOSSO-NUMERO-R     TO ARQBLE01-NOSSO-NUMERO

           IF ARQENT01-EMAIL-CLIENTE EQUAL SPACES
              SET ARQBLE01-MEIO-IMPRESSO TO TRUE
              ADD 1 TO ACU-BOLETOS-IMPRESSOS
           ELSE
              SET ARQBLE01-MEIO-EMAIL  TO TRUE
              ADD 1 TO ACU-BOLETOS-EMAIL
           END-IF

           MOVE ARQENT01-NOM-CLIENTE   TO ARQBLE01-NOM-PAGADOR
           MOVE ARQENT01-EMAIL-CLIENTE TO ARQBLE01-EMAIL
           MOVE WRK-PARM-NOME          TO ARQBLE01-NOM-BENEFICIARIO
           MOVE WRK-PARM-BANCO         TO ARQBLE01-COD-BANCO
           MOVE WRK-PARM-AGENCIA       TO ARQBLE01-AGENCIA-BENEF
           MOVE WRK-PARM-CONTA         TO ARQBLE01-CONTA-BENEF
           MOVE WRK-DAT-REFERENCIA     TO ARQBLE01-DAT-EMISSAO
           MOVE ARQPAR01-DAT-VENCIMENTO TO ARQBLE01-DAT-VENCIMENTO
           MOVE WRK-VAL-BOLETO         TO ARQBLE01-VAL-BOLETO
           MOVE WRK-LINHA-DIGITAVEL    TO ARQBLE01-LINHA-DIGITAVEL
           MOVE WRK-COD-BARRAS-R       TO ARQBLE01-COD-BARRAS

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQSAI02        TO TRUE

           WRITE FD-ARQSAI02 FROM ARQBLE01-REGISTRO

           IF WRK-FS-SAI02-OK
              ADD 1 TO ACU-GRAVA-ARQSAI02
           ELSE
              MOVE WRK-FS-ARQSAI02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    INCLUI O BOLETO NO CONTROLE (SITUACAO 'E' EMITIDO), QUE O   *
      *    EXER0316 ATUALIZA COM O RETORNO DO BANCO                    *
      *----------------------------------------------------------------*
       3500-REGISTRAR-BOLETO SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE ARQBOL01-REGISTRO
           MOVE WRK-NN-CHAVE           TO ARQBOL01-CHAVE
           MOVE WRK-NN-DV              TO ARQBOL01-DV-NOSSO-NUMERO
           MOVE WRK-DAT-REFERENCIA     TO ARQBOL01-DAT-EMISSAO
           MOVE ARQPAR01-DAT-VENCIMENTO TO ARQBOL01-DAT-VENCIMENTO
           MOVE WRK-VAL-BOLETO         TO ARQBOL01-VAL-BOLETO
           MOVE WRK-NUM-REMESSA        TO ARQBOL01-NUM-REMESSA
           MOVE ARQBLE01-COD-MEIO      TO ARQBOL01-COD-MEIO
           SET  ARQBOL01-BOLETO-EMITIDO TO TRUE
           MOVE WRK-DAT-REFERENCIA     TO ARQBOL01-DAT-SITUACAO

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQBOL01        TO TRUE

           WRITE FD-ARQBOL01 FROM ARQBOL01-REGISTRO

           IF NOT WRK-FS-BOL01-OK
              MOVE WRK-FS-ARQBOL01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA OS HEADERS DE ARQUIVO E DE LOTE DA REMESSA CNAB 240   *
      *----------------------------------------------------------------*
       3700-GRAVAR-HEADERS SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-DAT-REFERENCIA     TO WRK-DATA-ISO
           PERFORM 5300-CONVERTER-DATA

           MOVE SPACES                 TO ARQCNB01-HDR-ARQUIVO
           INITIALIZE ARQCNB01-HDR-ARQUIVO
           MOVE WRK-PARM-BANCO         TO ARQCNB01-HA-COD-BANCO
           MOVE ZEROS                  TO ARQCNB01-HA-LOTE
           MOVE '0'                    TO ARQCNB01-HA-TIPO-REGISTRO

           IF WRK-PARM-CNPJ GREATER ZEROS
              MOVE 2                   TO ARQCNB01-HA-TIP-INSCRICAO
              MOVE WRK-PARM-CNPJ       TO ARQCNB01-HA-NUM-INSCRICAO
           END-IF

           MOVE WRK-PARM-AGENCIA       TO ARQCNB01-HA-AGENCIA
           MOVE WRK-PARM-CONTA         TO ARQCNB01-HA-CONTA
           MOVE WRK-PARM-NOME          TO ARQCNB01-HA-NOM-EMPRESA
           SET  ARQCNB01-HA-REMESSA    TO TRUE
           MOVE WRK-DATA-CNAB          TO ARQCNB01-HA-DAT-GERACAO
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO ARQCNB01-HA-HOR-GERACAO
           MOVE WRK-NUM-REMESSA        TO ARQCNB01-HA-NUM-SEQUENCIAL
           MOVE 087                    TO ARQCNB01-HA-VERSAO-LAYOUT
           MOVE 01600                  TO ARQCNB01-HA-DENSIDADE

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQSAI01        TO TRUE

           WRITE FD-ARQSAI01 FROM ARQCNB01-HDR-ARQUIVO

           IF WRK-FS-SAI01-OK
              ADD 1 TO ACU-GRAVA-ARQSAI01
           ELSE
              MOVE WRK-FS-ARQSAI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE SPACES                 TO ARQCNB01-HDR-LOTE
           INITIALIZE ARQCNB01-HDR-LOTE
           MOVE WRK-PARM-BANCO         TO ARQCNB01-HL-COD-BANCO
           MOVE 1                      TO ARQCNB01-HL-LOTE
           MOVE '1'                    TO ARQCNB01-HL-TIPO-REGISTRO
           MOVE 'R'                    TO ARQCNB01-HL-TIP-OPERACAO
           MOVE 01                     TO ARQCNB01-HL-TIP-SERVICO
           MOVE 045                    TO ARQCNB01-HL-VERSAO-LAYOUT

           IF WRK-PARM-CNPJ GREATER ZEROS
              MOVE 2                   TO ARQCNB01-HL-TIP-INSCRICAO
              MOVE WRK-PARM-CNPJ       TO ARQCNB01-HL-NUM-INSCRICAO
           END-IF

           MOVE WRK-PARM-AGENCIA       TO ARQCNB01-HL-AGENCIA
           MOVE WRK-PARM-CONTA         TO ARQCNB01-HL-CONTA
           MOVE WRK-PARM-NOME          TO ARQCNB01-HL-NOM-EMPRESA
           MOVE WRK-NUM-REMESSA        TO ARQCNB01-HL-NUM-REM-RET
           MOVE WRK-DATA-CNAB          TO ARQCNB01-HL-DAT-GRAVACAO

           WRITE FD-ARQSAI01 FROM ARQCNB01-HDR-LOTE

           IF WRK-FS-SAI01-OK
              ADD 1 TO ACU-GRAVA-ARQSAI01
           ELSE
              MOVE WRK-FS-ARQSAI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3700-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA OS TRAILERS DE LOTE E DE ARQUIVO: O LOTE CONTA SEUS   *
      *    DETALHES + HEADER E TRAILER; O ARQUIVO CONTA TODOS OS       *
      *    REGISTROS, INCLUSIVE O PROPRIO TRAILER                      *
      *----------------------------------------------------------------*
       3750-GRAVAR-TRAILERS SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO ARQCNB01-TRL-LOTE
           INITIALIZE ARQCNB01-TRL-LOTE
           MOVE WRK-PARM-BANCO         TO ARQCNB01-TL-COD-BANCO
           MOVE 1                      TO ARQCNB01-TL-LOTE
           MOVE '5'                    TO ARQCNB01-TL-TIPO-REGISTRO
           COMPUTE ARQCNB01-TL-QTD-REGISTROS = ACU-SEGMENTOS + 2
           MOVE ACU-BOLETOS-EMITIDOS   TO ARQCNB01-TL-QTD-TITULOS
           MOVE TOT-VAL-EMITIDO        TO ARQCNB01-TL-VAL-TITULOS

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQSAI01        TO TRUE

           WRITE FD-ARQSAI01 FROM ARQCNB01-TRL-LOTE

           IF WRK-FS-SAI01-OK
              ADD 1 TO ACU-GRAVA-ARQSAI01
           ELSE
              MOVE WRK-FS-ARQSAI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE SPACES                 TO ARQCNB01-TRL-ARQUIVO
           INITIALIZE ARQCNB01-TRL-ARQUIVO
           MOVE WRK-PARM-BANCO         TO ARQCNB01-TA-COD-BANCO
           MOVE 9999                   TO ARQCNB01-TA-LOTE
           MOVE '9'                    TO ARQCNB01-TA-TIPO-REGISTRO
           MOVE 1                      TO ARQCNB01-TA-QTD-LOTES
           COMPUTE ARQCNB01-TA-QTD-REGISTROS = ACU-SEGMENTOS + 4

           WRITE FD-ARQSAI01 FROM ARQCNB01-TRL-ARQUIVO

           IF WRK-FS-SAI01-OK
              ADD 1 TO ACU-GRAVA-ARQSAI01
           ELSE
              MOVE WRK-FS-ARQSAI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3750-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3800-LER-PARCELA SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQPAR01        TO TRUE

           READ ARQPAR01 INTO ARQPAR01-REGISTRO

           IF WRK-FS-PAR01-OK OR WRK-FS-PAR01-FIM
              IF WRK-FS-PAR01-OK
                 ADD 1 TO ACU-LIDOS-ARQPAR01
              END-IF
           ELSE
              MOVE WRK-FS-ARQPAR01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3810-LER-INSTRUCAO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQDEB01        TO TRUE

           READ ARQDEB01 INTO ARQDEB01-REGISTRO

           IF WRK-FS-DEB01-OK OR WRK-FS-DEB01-FIM
              IF WRK-FS-DEB01-OK
                 ADD 1 TO ACU-LIDOS-ARQDEB01
              END-IF
           ELSE
              MOVE WRK-FS-ARQDEB01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3810-99-FIM.
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
           MOVE ACU-LIDOS-ARQPAR01      TO ARQAUD01-QTDE-LIDOS
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
           PERFORM 3750-GRAVAR-TRAILERS

           IF ACU-SEM-CADASTRO GREATER ZEROS
              OR ACU-VALOR-EXCEDIDO GREATER ZEROS
              MOVE 04                  TO RETURN-CODE
           END-IF

           PERFORM 3980-GRAVAR-AUDITORIA

           SET  WRK-CN-CLOSE           TO TRUE

           SET  WRK-CN-ARQPAR01        TO TRUE
           CLOSE ARQPAR01
           IF NOT WRK-FS-PAR01-OK
              MOVE WRK-FS-ARQPAR01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQDEB01        TO TRUE
           CLOSE ARQDEB01
           IF NOT WRK-FS-DEB01-OK
              MOVE WRK-FS-ARQDEB01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQEMP01        TO TRUE
           CLOSE ARQEMP01
           IF NOT WRK-FS-EMP01-OK
              MOVE WRK-FS-ARQEMP01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQBOL01        TO TRUE
           CLOSE ARQBOL01
           IF NOT WRK-FS-BOL01-OK
              MOVE WRK-FS-ARQBOL01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQSAI01        TO TRUE
           CLOSE ARQSAI01
           IF NOT WRK-FS-SAI01-OK
              MOVE WRK-FS-ARQSAI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQSAI02        TO TRUE
           CLOSE ARQSAI02
           IF NOT WRK-FS-SAI02-OK
              MOVE WRK-FS-ARQSAI02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQAUD01        TO TRUE
           CLOSE ARQAUD01
           IF NOT WRK-FS-AUD01-OK
              MOVE WRK-FS-ARQAUD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE ACU-LIDOS-ARQPAR01     TO WRK-MASK-QTDE
           DISPLAY '**************************************************'
           DISPLAY '* QTDE DE PARCELAS LIDAS     : ' WRK-MASK-QTDE  '*'
           MOVE ACU-PARCELAS-JANELA    TO WRK-MASK-QTDE
           DISPLAY '* PARCELAS NA ANTECEDENCIA   : ' WRK-MASK-QTDE  '*'
           MOVE ACU-BOLETOS-EMITIDOS   TO WRK-MASK-QTDE
           DISPLAY '* BOLETOS EMITIDOS (TOTAL)   : ' WRK-MASK-QTDE  '*'
           MOVE ACU-BOLETOS-EMAIL      TO WRK-MASK-QTDE
           DISPLAY '* BOLETOS POR E-MAIL         : ' WRK-MASK-QTDE  '*'
           MOVE ACU-BOLETOS-IMPRESSOS  TO WRK-MASK-QTDE
           DISPLAY '* BOLETOS IMPRESSOS          : ' WRK-MASK-QTDE  '*'
           MOVE ACU-DEBITO-AUTOMATICO  TO WRK-MASK-QTDE
           DISPLAY '* EM DEBITO AUTOMATICO       : ' WRK-MASK-QTDE  '*'
           MOVE ACU-JA-EMITIDOS        TO WRK-MASK-QTDE
           DISPLAY '* COM BOLETO JA EMITIDO      : ' WRK-MASK-QTDE  '*'
           MOVE ACU-SEM-CADASTRO       TO WRK-MASK-QTDE
           DISPLAY '* SEM EMPRESTIMO NO CADASTRO : ' WRK-MASK-QTDE  '*'
           MOVE ACU-VALOR-EXCEDIDO     TO WRK-MASK-QTDE
           DISPLAY '* ACIMA DO LIMITE DO BOLETO  : ' WRK-MASK-QTDE  '*'
           MOVE ACU-GRAVA-ARQSAI01     TO WRK-MASK-QTDE
           DISPLAY '* REGISTROS NA REMESSA CNAB  : ' WRK-MASK-QTDE  '*'
           MOVE TOT-VAL-EMITIDO        TO WRK-MASK-VALOR
           DISPLAY '* TOTAL EMITIDO EM BOLETOS   : ' WRK-MASK-VALOR
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
      *    MODULO 11 SOBRE OS WRK-DV-TAMANHO PRIMEIROS DIGITOS DE      *
      *    WRK-DV-NUMERO, PESOS DE 2 A 9 DA DIREITA PARA A ESQUERDA.   *
      *    DEVOLVE O RESTO; O DV E DECIDIDO PELA ROTINA CHAMADORA      *
      *----------------------------------------------------------------*
       5100-CALCULAR-MODULO-11 SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-DV-SOMA
           MOVE 2                      TO WRK-DV-PESO

           PERFORM 5110-SOMAR-MODULO-11
              VARYING WRK-DV-IDX FROM WRK-DV-TAMANHO BY -1
                UNTIL WRK-DV-IDX LESS 1

           DIVIDE WRK-DV-SOMA BY 11 GIVING WRK-DV-QUOCIENTE
                                 REMAINDER WRK-DV-RESTO
           .
      *----------------------------------------------------------------*
       5100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5110-SOMAR-MODULO-11 SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WRK-DV-SOMA = WRK-DV-SOMA
                   + WRK-DV-DIGITO (WRK-DV-IDX) * WRK-DV-PESO

           ADD 1 TO WRK-DV-PESO

           IF WRK-DV-PESO GREATER 9
              MOVE 2                   TO WRK-DV-PESO
           END-IF
           .
      *----------------------------------------------------------------*
       5110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    MODULO 10 SOBRE OS WRK-DV-TAMANHO PRIMEIROS DIGITOS DE      *
      *    WRK-DV-NUMERO, PESOS 2 E 1 ALTERNADOS DA DIREITA PARA A     *
      *    ESQUERDA (PRODUTO ACIMA DE 9 SOMA OS DOIS ALGARISMOS).      *
      *    DEVOLVE O DV EM WRK-DV-RESULTADO                            *
      *----------------------------------------------------------------*
       5200-CALCULAR-MODULO-10 SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-DV-SOMA
           MOVE 2                      TO WRK-DV-PESO

           PERFORM 5210-SOMAR-MODULO-10
              VARYING WRK-DV-IDX FROM WRK-DV-TAMANHO BY -1
                UNTIL WRK-DV-IDX LESS 1

           DIVIDE WRK-DV-SOMA BY 10 GIVING WRK-DV-QUOCIENTE
                                 REMAINDER WRK-DV-RESTO

           IF WRK-DV-RESTO EQUAL ZEROS
              MOVE ZEROS               TO WRK-DV-RESULTADO
           ELSE
              COMPUTE WRK-DV-RESULTADO = 10 - WRK-DV-RESTO
           END-IF
           .
      *----------------------------------------------------------------*
       5200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5210-SOMAR-MODULO-10 SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WRK-DV-PRODUTO =
                   WRK-DV-DIGITO (WRK-DV-IDX) * WRK-DV-PESO

           IF WRK-DV-PRODUTO GREATER 9
              SUBTRACT 9 FROM WRK-DV-PRODUTO
           END-IF

           ADD WRK-DV-PRODUTO          TO WRK-DV-SOMA

           IF WRK-DV-PESO EQUAL 2
              MOVE 1                   TO WRK-DV-PESO
           ELSE
              MOVE 2                   TO WRK-DV-PESO
           END-IF
           .
      *----------------------------------------------------------------*
       5210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CONVERTE WRK-DATA-ISO (AAAAMMDD) EM WRK-DATA-CNAB (DDMMAAAA)*
      *----------------------------------------------------------------*
       5300-CONVERTER-DATA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-ISO-DIA            TO WRK-CNAB-DIA
           MOVE WRK-ISO-MES            TO WRK-CNAB-MES
           MOVE WRK-ISO-ANO            TO WRK-CNAB-ANO
           .
      *----------------------------------------------------------------*
       5300-99-FIM.
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
           MOVE ACU-LIDOS-ARQPAR01
                                  TO ERRO01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQSAI01
                                  TO ERRO01-QTDE-GRAVADOS
           MOVE ARQPAR01-COD-AGENCIA
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
