      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0234.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0234                                      *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   CONTROLE DAS TEDS ENVIADAS A OUTROS BANCOS: *
      *                    (1) REGISTRA A REMESSA DO DIA GERADA PELO   *
      *                    EXER0213 NO CONTROLE DE PENDENCIAS (KSDS    *
      *                    TED02234, SITUACAO 'P'); (2) BAIXA AS TEDS  *
      *                    PELO RETORNO DA CAMARA (LQD02234): A        *
      *                    LIQUIDADA FICA 'L' E A DEVOLVIDA FICA 'D' E *
      *                    E CREDITADA DE VOLTA AO EMISSOR COMO        *
      *                    DEPOSITO ('D') NO MOVIMENTO ENT02105, COM O *
      *                    CPF DO FAVORECIDO NA CONTRAPARTE, EM        *
      *                    ENVELOPE HDR/TRL (HDT00105, VERSAO 4);      *
      *                    (3) EMITE O AGING DAS TEDS AINDA PENDENTES  *
      *                    DE LIQUIDACAO NA DATA DE REFERENCIA.        *
      *                    RETURN-CODE 04 = OCORRENCIAS NO RETORNO OU  *
      *                    TED PENDENTE HA MAIS DE UM DIA.             *
      *----------------------------------------------------------------*
      *    CARTAO (ARQPARM): COLS 1-8  DATA DE REFERENCIA (AAAAMMDD)   *
      *                      COLS 10-13 SEQUENCIA DO ENVELOPE (PADRAO  *
      *                                 0001)                          *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPARM                                   -               *
      *      ARQTED01 (REMESSA DE TED DO DIA)          TED02234        *
      *      ARQPND01 (PENDENCIAS DE TED - KSDS)       TED02234        *
      *      ARQLQD01 (RETORNO DA CAMARA - OPC.)       LQD02234        *
      *      ARQSAI01 (DEVOLUCOES CREDITADAS)          ENT02105        *
      *      ARQSAI02 (RELATORIO DE LIQUIDACAO/AGING)  -               *
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
           SELECT ARQPARM ASSIGN       TO UT-S-ARQPARM
                      FILE STATUS      IS WRK-FS-ARQPARM.

           SELECT ARQTED01 ASSIGN      TO UT-S-ARQTED01
                      FILE STATUS      IS WRK-FS-ARQTED01.

           SELECT ARQPND01 ASSIGN      TO UT-S-ARQPND01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS FD-ARQPND01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQPND01.

           SELECT OPTIONAL ARQLQD01 ASSIGN TO UT-S-ARQLQD01
                      FILE STATUS      IS WRK-FS-ARQLQD01.

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
      *   INPUT:      CARTAO DE PARAMETROS                            *
      *               ORG. SEQUENCIAL   -   LRECL = 080               *
      *---------------------------------------------------------------*

       FD  ARQPARM
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPARM              PIC X(080).

      *---------------------------------------------------------------*
      *   INPUT:      REMESSA DE TEDS DO DIA (EXER0213)               *
      *               ORG. SEQUENCIAL   -   LRECL = 120               *
      *---------------------------------------------------------------*

       FD  ARQTED01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQTED01             PIC X(120).

      *---------------------------------------------------------------*
      *   I-O:        CONTROLE DE PENDENCIAS DE TED                   *
      *               ORG. INDEXADA     -   LRECL = 120               *
      *---------------------------------------------------------------*

       FD  ARQPND01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPND01.
           05 FD-ARQPND01-CHAVE       PIC X(17).
           05 FILLER                  PIC X(103).

      *---------------------------------------------------------------*
      *   INPUT:      RETORNO DE LIQUIDACAO/DEVOLUCAO DA CAMARA       *
      *               ORG. SEQUENCIAL   -   LRECL = 080               *
      *---------------------------------------------------------------*

       FD  ARQLQD01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQLQD01             PIC X(080).

      *---------------------------------------------------------------*
      *   OUTPUT:     DEVOLUCOES CREDITADAS AO EMISSOR (ENT02105 COM  *
      *               ENVELOPE) - ORG. SEQUENCIAL - LRECL = 049       *
      *---------------------------------------------------------------*

       FD  ARQSAI01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI01             PIC X(049).

      *---------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DE LIQUIDACAO E AGING DAS PENDENCIAS  *
      *               ORG. SEQUENCIAL   -   LRECL = 132               *
      *---------------------------------------------------------------*

       FD  ARQSAI02
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI02             PIC X(132).

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
             'EXER0234 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0234'.
       77 WRK-ERRO2000            PIC  X(008) VALUE 'ERRO2000'.
       77 WRK-MASK-QTDE           PIC  ZZZ.ZZ9.
       77 WRK-MASK-VALOR          PIC  Z.ZZZ.ZZZ.ZZ9,99.
       77 WRK-DAT-REFERENCIA      PIC  9(008) VALUE ZEROS.
       77 WRK-NUM-SEQ-ENVELOPE    PIC  9(004) VALUE 0001.
       77 WRK-INT-REFERENCIA      PIC S9(009) COMP VALUE +0.
       77 WRK-INT-DATA            PIC S9(009) COMP VALUE +0.
       77 WRK-QTD-DIAS            PIC S9(005) COMP VALUE +0.
       77 WRK-IDX-FAIXA           PIC  9(001) VALUE ZEROS.
      *
       01 WRK-SW-RETORNO          PIC  X(001) VALUE 'N'.
          88 WRK-RETORNO-PRESENTE             VALUE 'S'.
      *
       01 WRK-PARM-REGISTRO.
          05 WRK-PARM-DATA        PIC  9(008) VALUE ZEROS.
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-PARM-SEQ         PIC  9(004) VALUE ZEROS.
          05 FILLER               PIC  X(067) VALUE SPACES.
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS-ARQTED01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQLQD01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQPND01     PIC 9(007) VALUE ZEROS.
           03 ACU-REGISTRADAS        PIC 9(007) VALUE ZEROS.
           03 ACU-JA-REGISTRADAS     PIC 9(007) VALUE ZEROS.
           03 ACU-LIQUIDADAS         PIC 9(007) VALUE ZEROS.
           03 ACU-DEVOLVIDAS         PIC 9(007) VALUE ZEROS.
           03 ACU-OCORRENCIAS        PIC 9(007) VALUE ZEROS.
           03 ACU-PENDENTES          PIC 9(007) VALUE ZEROS.
           03 ACU-ATRASADAS          PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI01     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI02     PIC 9(007) VALUE ZEROS.
      *
       01 WRK-TOTAIS.
           03 TOT-VAL-LIQUIDADO      PIC S9(15)V99 COMP-3 VALUE +0.
           03 TOT-VAL-DEVOLVIDO      PIC S9(15)V99 COMP-3 VALUE +0.
           03 TOT-VAL-PENDENTE       PIC S9(15)V99 COMP-3 VALUE +0.
      *
      *----------------------------------------------------------------*
      *    FAIXAS DO AGING DAS PENDENCIAS (DIAS CORRIDOS DESDE O       *
      *    MOVIMENTO): 1 = D+0 / 2 = D+1 / 3 = D+2 A D+5 / 4 = ACIMA   *
      *----------------------------------------------------------------*
       01 WRK-FAIXAS-DESCRICAO.
          05 FILLER               PIC X(030) VALUE
             'PENDENTES NO DIA (D+0)'.
          05 FILLER               PIC X(030) VALUE
             'PENDENTES HA 1 DIA (D+1)'.
          05 FILLER               PIC X(030) VALUE
             'PENDENTES DE D+2 A D+5'.
          05 FILLER               PIC X(030) VALUE
             'PENDENTES HA MAIS DE 5 DIAS'.
       01 WRK-FAIXAS-DESCRICAO-R  REDEFINES WRK-FAIXAS-DESCRICAO.
          05 WRK-FAIXA-DESCRICAO  OCCURS 4 TIMES PIC X(030).
      *
       01 WRK-FAIXAS-AGING.
          05 WRK-FAIXA            OCCURS 4 TIMES.
             10 WRK-FAIXA-QTDE    PIC 9(007).
             10 WRK-FAIXA-VALOR   PIC S9(15)V99 COMP-3.
      *
      *----------------------------------------------------------------*
      *    AREA DO RELATORIO                                           *
      *----------------------------------------------------------------*
       01 WRK-CAB1-RELATORIO.
          05 FILLER               PIC X(044) VALUE
             'TEDS ENVIADAS - LIQUIDACAO E PENDENCIAS EM  '.
          05 WRK-CAB1-DATA        PIC 9(008).
          05 FILLER               PIC X(014) VALUE '  ENVELOPE:   '.
          05 WRK-CAB1-SEQ-ENVELOPE PIC 9(004).
          05 FILLER               PIC X(062) VALUE SPACES.

       01 WRK-TIT-SECAO           PIC X(132) VALUE SPACES.

       01 WRK-DET-TED.
          05 FILLER               PIC X(004) VALUE 'TED '.
          05 WRK-DET-ID-TED       PIC X(017).
          05 FILLER               PIC X(005) VALUE ' CPF '.
          05 WRK-DET-CPF          PIC 9(011).
          05 FILLER               PIC X(004) VALUE ' P/ '.
          05 WRK-DET-FAVORECIDO   PIC 9(011).
          05 FILLER               PIC X(006) VALUE ' ISPB '.
          05 WRK-DET-ISPB         PIC 9(008).
          05 FILLER               PIC X(006) VALUE ' DATA '.
          05 WRK-DET-DATA         PIC 9(008).
          05 FILLER               PIC X(006) VALUE ' DIAS '.
          05 WRK-DET-DIAS         PIC ZZZZ9.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DET-VALOR        PIC Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DET-SITUACAO     PIC X(030).
          05 FILLER               PIC X(001) VALUE SPACES.

       01 WRK-RES-LINHA.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-RES-DESCRICAO    PIC X(040).
          05 WRK-RES-QTDE         PIC ZZZ.ZZZ.ZZ9.
          05 FILLER               PIC X(004) VALUE SPACES.
          05 WRK-RES-VALOR        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(055) VALUE SPACES.

       01 WRK-LINHA-IMPRESSAO     PIC X(132) VALUE SPACES.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA PARA TRATAMENTO DE FILE-STATUS'.
      *----------------------------------------------------------------*
      *
       01 WRK-AREA-FS.
          05 WRK-FS-ARQPARM       PIC  X(002) VALUE SPACES.
             88 WRK-FS-PARM-OK                VALUE '00'.
          05 WRK-FS-ARQTED01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-TED01-OK               VALUE '00'.
             88 WRK-FS-TED01-FIM              VALUE '10'.
          05 WRK-FS-ARQPND01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-PND01-OK               VALUE '00'.
             88 WRK-FS-PND01-FIM              VALUE '10'.
             88 WRK-FS-PND01-DUPLICADA        VALUE '22'.
             88 WRK-FS-PND01-NAO-ENCONTRADO   VALUE '23'.
          05 WRK-FS-ARQLQD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-LQD01-OK               VALUE '00'.
             88 WRK-FS-LQD01-FIM              VALUE '10'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK               VALUE '00'.
          05 WRK-FS-ARQSAI02      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI02-OK               VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
          88 WRK-CN-ARQTED01      VALUE 'ARQTED01'.
          88 WRK-CN-ARQPND01      VALUE 'ARQPND01'.
          88 WRK-CN-ARQLQD01      VALUE 'ARQLQD01'.
          88 WRK-CN-ARQSAI01      VALUE 'ARQSAI01'.
          88 WRK-CN-ARQSAI02      VALUE 'ARQSAI02'.
          88 WRK-CN-ARQAUD01      VALUE 'ARQAUD01'.

       77 WRK-COMANDO             PIC  X(006) VALUE SPACES.
          88 WRK-CN-OPEN          VALUE 'OPEN  '.
          88 WRK-CN-CLOSE         VALUE 'CLOSE '.
          88 WRK-CN-READ          VALUE 'READ  '.
          88 WRK-CN-WRITE         VALUE 'WRITE '.
          88 WRK-CN-START         VALUE 'START '.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA'.
      *----------------------------------------------------------------*
      *
           COPY TED02234.
           COPY LQD02234.
           COPY ENT02105.
           COPY HDT00105.
           COPY AUD00105.
           COPY 'I#ERRO01'.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0234 - FIM DA AREA DE WORKING'.
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

           PERFORM 2000-REGISTRAR-REMESSA

           PERFORM 3000-PROCESSAR-RETORNO

           PERFORM 5000-RELATAR-PENDENCIAS

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
              DISPLAY '* CARTAO DE PARAMETROS INVALIDO: INFORMAR A '
              DISPLAY '* DATA DE REFERENCIA (AAAAMMDD) NAS COLS 1-8'
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           CLOSE ARQPARM

           MOVE WRK-PARM-DATA          TO WRK-DAT-REFERENCIA
           COMPUTE WRK-INT-REFERENCIA =
                   FUNCTION INTEGER-OF-DATE (WRK-DAT-REFERENCIA)

           IF WRK-PARM-SEQ NUMERIC
              AND WRK-PARM-SEQ GREATER ZEROS
              MOVE WRK-PARM-SEQ        TO WRK-NUM-SEQ-ENVELOPE
           END-IF

           INITIALIZE WRK-FAIXAS-AGING

           SET  WRK-CN-OPEN            TO TRUE

           SET  WRK-CN-ARQPND01        TO TRUE
           OPEN I-O ARQPND01

           IF NOT WRK-FS-PND01-OK
              MOVE WRK-FS-ARQPND01     TO WRK-FS-DISPLAY
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

           PERFORM 3700-GRAVAR-HEADER

           MOVE WRK-DAT-REFERENCIA     TO WRK-CAB1-DATA
           MOVE WRK-NUM-SEQ-ENVELOPE   TO WRK-CAB1-SEQ-ENVELOPE
           MOVE WRK-CAB1-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    REGISTRA AS TEDS DA REMESSA DO DIA COMO PENDENTES; TED JA   *
      *    REGISTRADA (REEXECUCAO) E IGNORADA                          *
      *----------------------------------------------------------------*
       2000-REGISTRAR-REMESSA SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQTED01        TO TRUE
           OPEN INPUT ARQTED01

           IF NOT WRK-FS-TED01-OK
              MOVE WRK-FS-ARQTED01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3800-LER-REMESSA

           PERFORM 2100-REGISTRAR-TED
              UNTIL WRK-FS-TED01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQTED01
           IF NOT WRK-FS-TED01-OK
              MOVE WRK-FS-ARQTED01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2100-REGISTRAR-TED SECTION.
      *----------------------------------------------------------------*
      *
           SET  ARQTED01-TED-PENDENTE  TO TRUE

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQPND01        TO TRUE

           WRITE FD-ARQPND01 FROM ARQTED01-REGISTRO

           EVALUATE TRUE
              WHEN WRK-FS-PND01-OK
                 ADD 1 TO ACU-REGISTRADAS
              WHEN WRK-FS-PND01-DUPLICADA
                 ADD 1 TO ACU-JA-REGISTRADAS
              WHEN OTHER
                 MOVE WRK-FS-ARQPND01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE

           PERFORM 3800-LER-REMESSA
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    BAIXA AS TEDS PELO RETORNO DA CAMARA (ARQUIVO OPCIONAL)     *
      *----------------------------------------------------------------*
       3000-PROCESSAR-RETORNO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'RETORNO DA CAMARA (LIQUIDACOES E DEVOLUCOES)'
                                       TO WRK-TIT-SECAO
           MOVE WRK-TIT-SECAO          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQLQD01        TO TRUE
           OPEN INPUT ARQLQD01

           IF NOT WRK-FS-LQD01-OK
              DISPLAY '* RETORNO DA CAMARA AUSENTE - SEM BAIXAS'
              GO TO 3000-99-FIM
           END-IF

           SET WRK-RETORNO-PRESENTE    TO TRUE

           PERFORM 3810-LER-RETORNO

           PERFORM 3100-TRATAR-RETORNO
              UNTIL WRK-FS-LQD01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQLQD01
           IF NOT WRK-FS-LQD01-OK
              MOVE WRK-FS-ARQLQD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CONFERE O RETORNO COM A TED PENDENTE E A BAIXA; RETORNO     *
      *    QUE NAO CONFERE E SO RELATADO COMO OCORRENCIA               *
      *----------------------------------------------------------------*
       3100-TRATAR-RETORNO SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE ARQTED01-REGISTRO
           MOVE SPACES                 TO WRK-DET-SITUACAO
           MOVE ZEROS                  TO WRK-QTD-DIAS

           MOVE ARQLQD01-ID-TED        TO FD-ARQPND01-CHAVE

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQPND01        TO TRUE

           READ ARQPND01 INTO ARQTED01-REGISTRO

           IF NOT WRK-FS-PND01-OK
              AND NOT WRK-FS-PND01-NAO-ENCONTRADO
              MOVE WRK-FS-ARQPND01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           EVALUATE TRUE
              WHEN WRK-FS-PND01-NAO-ENCONTRADO
                 MOVE 'TED NAO ENVIADA'  TO WRK-DET-SITUACAO
              WHEN NOT ARQLQD01-LIQUIDADA
               AND NOT ARQLQD01-DEVOLVIDA
                 MOVE 'SITUACAO DE RETORNO INVALIDA'
                                         TO WRK-DET-SITUACAO
              WHEN NOT ARQTED01-TED-PENDENTE
                 MOVE 'TED JA BAIXADA'   TO WRK-DET-SITUACAO
              WHEN ARQLQD01-VAL-LIQUIDADO NOT NUMERIC
                 MOVE 'VALOR DIVERGENTE DO ENVIADO'
                                         TO WRK-DET-SITUACAO
              WHEN ARQLQD01-VAL-LIQUIDADO NOT EQUAL ARQTED01-VAL-TED
                 MOVE 'VALOR DIVERGENTE DO ENVIADO'
                                         TO WRK-DET-SITUACAO
              WHEN ARQLQD01-DAT-LIQUIDACAO NOT NUMERIC
                OR ARQLQD01-DAT-LIQUIDACAO EQUAL ZEROS
                 MOVE 'DATA DE RETORNO INVALIDA'
                                         TO WRK-DET-SITUACAO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF WRK-DET-SITUACAO NOT EQUAL SPACES
              ADD 1 TO ACU-OCORRENCIAS
              MOVE ARQLQD01-ID-TED     TO ARQTED01-ID-TED
              IF ARQLQD01-VAL-LIQUIDADO NUMERIC
                 MOVE ARQLQD01-VAL-LIQUIDADO TO ARQTED01-VAL-TED
              END-IF
              PERFORM 3400-RELATAR-TED
              PERFORM 3810-LER-RETORNO
              GO TO 3100-99-FIM
           END-IF

           MOVE ARQLQD01-DAT-LIQUIDACAO TO ARQTED01-DAT-SITUACAO

           IF ARQLQD01-LIQUIDADA
              SET ARQTED01-TED-LIQUIDADA TO TRUE
              ADD 1 TO ACU-LIQUIDADAS
              ADD ARQTED01-VAL-TED     TO TOT-VAL-LIQUIDADO
              MOVE 'LIQUIDADA'         TO WRK-DET-SITUACAO
           ELSE
              SET ARQTED01-TED-DEVOLVIDA TO TRUE
              IF ARQLQD01-COD-MOTIVO-DEVOL NUMERIC
                 MOVE ARQLQD01-COD-MOTIVO-DEVOL
                                       TO ARQTED01-COD-MOTIVO-DEVOL
              END-IF
              ADD 1 TO ACU-DEVOLVIDAS
              ADD ARQTED01-VAL-TED     TO TOT-VAL-DEVOLVIDO
              MOVE 'DEVOLVIDA - CREDITADA AO EMISSOR'
                                       TO WRK-DET-SITUACAO
              PERFORM 3200-CREDITAR-DEVOLUCAO
           END-IF

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQPND01        TO TRUE

           REWRITE FD-ARQPND01 FROM ARQTED01-REGISTRO

           IF NOT WRK-FS-PND01-OK
              MOVE WRK-FS-ARQPND01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3400-RELATAR-TED

           PERFORM 3810-LER-RETORNO
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CREDITA A TED DEVOLVIDA DE VOLTA AO EMISSOR: DEPOSITO ('D') *
      *    NA CONTA DEBITADA, COM O FAVORECIDO NA CONTRAPARTE          *
      *----------------------------------------------------------------*
       3200-CREDITAR-DEVOLUCAO SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE ARQENT01-REGISTRO
           MOVE ARQTED01-CPF-EMISSOR      TO ARQENT01-CPF
           MOVE ARQLQD01-DAT-LIQUIDACAO (7:2)
                                          TO ARQENT01-DAT-DEPOS (1:2)
           MOVE '/'                       TO ARQENT01-DAT-DEPOS (3:1)
           MOVE ARQLQD01-DAT-LIQUIDACAO (5:2)
                                          TO ARQENT01-DAT-DEPOS (4:2)
           MOVE '/'                       TO ARQENT01-DAT-DEPOS (6:1)
           MOVE ARQLQD01-DAT-LIQUIDACAO (1:4)
                                          TO ARQENT01-DAT-DEPOS (7:4)
           MOVE ARQTED01-VAL-TED          TO ARQENT01-VAL-DEPOS
           SET  ARQENT01-TRANS-DEPOSITO   TO TRUE
           MOVE ARQTED01-COD-MOEDA        TO ARQENT01-COD-MOEDA
           MOVE ARQTED01-NUM-CONTA        TO ARQENT01-NUM-CONTA
           MOVE ARQTED01-CPF-FAVORECIDO   TO ARQENT01-CPF-CONTRAPARTE

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQSAI01        TO TRUE

           WRITE FD-ARQSAI01 FROM ARQENT01-REGISTRO

           IF WRK-FS-SAI01-OK
              ADD 1 TO ACU-GRAVA-ARQSAI01
           ELSE
              MOVE WRK-FS-ARQSAI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LINHA DO RELATORIO PARA A TED (RETORNO OU PENDENCIA)        *
      *----------------------------------------------------------------*
       3400-RELATAR-TED SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQTED01-ID-TED        TO WRK-DET-ID-TED
           MOVE ARQTED01-CPF-EMISSOR   TO WRK-DET-CPF
           MOVE ARQTED01-CPF-FAVORECIDO TO WRK-DET-FAVORECIDO
           MOVE ARQTED01-ISPB-DESTINO  TO WRK-DET-ISPB
           MOVE ARQTED01-DAT-MOVIMENTO TO WRK-DET-DATA

           MOVE WRK-QTD-DIAS           TO WRK-DET-DIAS
           MOVE ARQTED01-VAL-TED       TO WRK-DET-VALOR

           MOVE WRK-DET-TED            TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       3400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA O HEADER DE ENVELOPE (HDT00105, VERSAO 4) DO          *
      *    MOVIMENTO DE DEVOLUCOES                                     *
      *----------------------------------------------------------------*
       3700-GRAVAR-HEADER SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'HDR'                  TO ARQHDR01-TIPO
           MOVE WRK-DAT-REFERENCIA     TO ARQHDR01-DAT-GERACAO
           MOVE WRK-NUM-SEQ-ENVELOPE   TO ARQHDR01-NUM-SEQ
           MOVE '4'                    TO ARQHDR01-VERSAO

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQSAI01        TO TRUE

           WRITE FD-ARQSAI01 FROM ARQHDR01-REGISTRO

           IF NOT WRK-FS-SAI01-OK
              MOVE WRK-FS-ARQSAI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3700-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA O TRAILER DE ENVELOPE COM A CONTAGEM DA RODADA        *
      *----------------------------------------------------------------*
       3750-GRAVAR-TRAILER SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'TRL'                  TO ARQTRL01-TIPO
           MOVE ACU-GRAVA-ARQSAI01     TO ARQTRL01-QTDE-REGS

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQSAI01        TO TRUE

           WRITE FD-ARQSAI01 FROM ARQTRL01-REGISTRO

           IF NOT WRK-FS-SAI01-OK
              MOVE WRK-FS-ARQSAI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3750-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3800-LER-REMESSA SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQTED01        TO TRUE

           READ ARQTED01 INTO ARQTED01-REGISTRO

           IF WRK-FS-TED01-OK
              ADD 1 TO ACU-LIDOS-ARQTED01
           ELSE
              IF NOT WRK-FS-TED01-FIM
                 MOVE WRK-FS-ARQTED01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3810-LER-RETORNO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQLQD01        TO TRUE

           READ ARQLQD01 INTO ARQLQD01-REGISTRO

           IF WRK-FS-LQD01-OK
              ADD 1 TO ACU-LIDOS-ARQLQD01
           ELSE
              IF NOT WRK-FS-LQD01-FIM
                 MOVE WRK-FS-ARQLQD01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3810-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3820-LER-PROXIMA-PENDENCIA SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQPND01        TO TRUE

           READ ARQPND01 NEXT INTO ARQTED01-REGISTRO

           IF WRK-FS-PND01-OK
              ADD 1 TO ACU-LIDOS-ARQPND01
           ELSE
              IF NOT WRK-FS-PND01-FIM
                 MOVE WRK-FS-ARQPND01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3820-99-FIM.
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
           MOVE ACU-LIDOS-ARQLQD01      TO ARQAUD01-QTDE-LIDOS
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
      *    AGING DAS TEDS AINDA PENDENTES DE LIQUIDACAO                *
      *----------------------------------------------------------------*
       5000-RELATAR-PENDENCIAS SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'TEDS PENDENTES DE LIQUIDACAO'
                                       TO WRK-TIT-SECAO
           MOVE WRK-TIT-SECAO          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE LOW-VALUES             TO FD-ARQPND01-CHAVE

           SET  WRK-CN-START           TO TRUE
           SET  WRK-CN-ARQPND01        TO TRUE

           START ARQPND01 KEY NOT LESS FD-ARQPND01-CHAVE

           EVALUATE TRUE
              WHEN WRK-FS-PND01-OK
                 PERFORM 3820-LER-PROXIMA-PENDENCIA
                 PERFORM 5100-TRATAR-PENDENCIA
                    UNTIL WRK-FS-PND01-FIM
              WHEN WRK-FS-PND01-NAO-ENCONTRADO
                 CONTINUE
              WHEN OTHER
                 MOVE WRK-FS-ARQPND01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE

           PERFORM 5200-RESUMIR-AGING
              VARYING WRK-IDX-FAIXA FROM 1 BY 1
              UNTIL WRK-IDX-FAIXA GREATER 4

           MOVE 'TOTAL PENDENTE'       TO WRK-RES-DESCRICAO
           MOVE ACU-PENDENTES          TO WRK-RES-QTDE
           MOVE TOT-VAL-PENDENTE       TO WRK-RES-VALOR
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'TEDS LIQUIDADAS NO RETORNO'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-LIQUIDADAS         TO WRK-RES-QTDE
           MOVE TOT-VAL-LIQUIDADO      TO WRK-RES-VALOR
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'TEDS DEVOLVIDAS (CREDITADAS AO EMISSOR)'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-DEVOLVIDAS         TO WRK-RES-QTDE
           MOVE TOT-VAL-DEVOLVIDO      TO WRK-RES-VALOR
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'OCORRENCIAS NO RETORNO'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-OCORRENCIAS        TO WRK-RES-QTDE
           MOVE ZEROS                  TO WRK-RES-VALOR
           PERFORM 4900-GRAVAR-RESUMO
           .
      *----------------------------------------------------------------*
       5000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    IDADE DA PENDENCIA EM DIAS CORRIDOS DESDE O MOVIMENTO;      *
      *    PENDENCIA COM MAIS DE UM DIA E MARCADA COMO ATRASADA        *
      *----------------------------------------------------------------*
       5100-TRATAR-PENDENCIA SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT ARQTED01-TED-PENDENTE
              PERFORM 3820-LER-PROXIMA-PENDENCIA
              GO TO 5100-99-FIM
           END-IF

           MOVE ZEROS                  TO WRK-QTD-DIAS

           IF ARQTED01-DAT-MOVIMENTO NUMERIC
              AND ARQTED01-DAT-MOVIMENTO GREATER ZEROS
              AND ARQTED01-DAT-MOVIMENTO LESS WRK-DAT-REFERENCIA
              COMPUTE WRK-INT-DATA =
                      FUNCTION INTEGER-OF-DATE (ARQTED01-DAT-MOVIMENTO)
              COMPUTE WRK-QTD-DIAS = WRK-INT-REFERENCIA - WRK-INT-DATA
           END-IF

           EVALUATE TRUE
              WHEN WRK-QTD-DIAS EQUAL ZEROS
                 MOVE 1                TO WRK-IDX-FAIXA
              WHEN WRK-QTD-DIAS EQUAL 1
                 MOVE 2                TO WRK-IDX-FAIXA
              WHEN WRK-QTD-DIAS NOT GREATER 5
                 MOVE 3                TO WRK-IDX-FAIXA
              WHEN OTHER
                 MOVE 4                TO WRK-IDX-FAIXA
           END-EVALUATE

           ADD 1 TO WRK-FAIXA-QTDE (WRK-IDX-FAIXA)
           ADD ARQTED01-VAL-TED TO WRK-FAIXA-VALOR (WRK-IDX-FAIXA)

           ADD 1 TO ACU-PENDENTES
           ADD ARQTED01-VAL-TED        TO TOT-VAL-PENDENTE

           IF WRK-QTD-DIAS GREATER 1
              ADD 1 TO ACU-ATRASADAS
              MOVE 'PENDENTE - ATRASADA'  TO WRK-DET-SITUACAO
           ELSE
              MOVE 'PENDENTE'             TO WRK-DET-SITUACAO
           END-IF

           PERFORM 3400-RELATAR-TED

           PERFORM 3820-LER-PROXIMA-PENDENCIA
           .
      *----------------------------------------------------------------*
       5100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5200-RESUMIR-AGING SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-FAIXA-DESCRICAO (WRK-IDX-FAIXA)
                                       TO WRK-RES-DESCRICAO
           MOVE WRK-FAIXA-QTDE (WRK-IDX-FAIXA)
                                       TO WRK-RES-QTDE
           MOVE WRK-FAIXA-VALOR (WRK-IDX-FAIXA)
                                       TO WRK-RES-VALOR
           PERFORM 4900-GRAVAR-RESUMO
           .
      *----------------------------------------------------------------*
       5200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       4900-GRAVAR-RESUMO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       4900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       4950-GRAVAR-LINHA SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQSAI02        TO TRUE

           WRITE FD-ARQSAI02 FROM WRK-LINHA-IMPRESSAO

           IF WRK-FS-SAI02-OK
              ADD 1 TO ACU-GRAVA-ARQSAI02
           ELSE
              MOVE WRK-FS-ARQSAI02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE SPACES                 TO WRK-LINHA-IMPRESSAO
           .
      *----------------------------------------------------------------*
       4950-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE FINALIZACAO DO PROGRAMA                           *
      *----------------------------------------------------------------*
       4000-FINALIZAR SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3750-GRAVAR-TRAILER

           IF ACU-OCORRENCIAS GREATER ZEROS
              OR ACU-ATRASADAS GREATER ZEROS
              MOVE 04                  TO RETURN-CODE
           END-IF

           PERFORM 3980-GRAVAR-AUDITORIA

           SET  WRK-CN-CLOSE           TO TRUE

           SET  WRK-CN-ARQPND01        TO TRUE
           CLOSE ARQPND01
           IF NOT WRK-FS-PND01-OK
              MOVE WRK-FS-ARQPND01     TO WRK-FS-DISPLAY
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

           MOVE ACU-REGISTRADAS        TO WRK-MASK-QTDE
           DISPLAY '**************************************************'
           DISPLAY '* TEDS REGISTRADAS DA REMESSA: ' WRK-MASK-QTDE  '*'
           MOVE ACU-JA-REGISTRADAS     TO WRK-MASK-QTDE
           DISPLAY '* TEDS JA REGISTRADAS        : ' WRK-MASK-QTDE  '*'
           MOVE ACU-LIDOS-ARQLQD01     TO WRK-MASK-QTDE
           DISPLAY '* RETORNOS LIDOS DA CAMARA   : ' WRK-MASK-QTDE  '*'
           MOVE ACU-LIQUIDADAS         TO WRK-MASK-QTDE
           DISPLAY '* TEDS LIQUIDADAS            : ' WRK-MASK-QTDE  '*'
           MOVE ACU-DEVOLVIDAS         TO WRK-MASK-QTDE
           DISPLAY '* TEDS DEVOLVIDAS            : ' WRK-MASK-QTDE  '*'
           MOVE ACU-OCORRENCIAS        TO WRK-MASK-QTDE
           DISPLAY '* OCORRENCIAS NO RETORNO     : ' WRK-MASK-QTDE  '*'
           MOVE ACU-PENDENTES          TO WRK-MASK-QTDE
           DISPLAY '* TEDS AINDA PENDENTES       : ' WRK-MASK-QTDE  '*'
           MOVE ACU-ATRASADAS          TO WRK-MASK-QTDE
           DISPLAY '* PENDENTES ATRASADAS        : ' WRK-MASK-QTDE  '*'
           MOVE TOT-VAL-DEVOLVIDO      TO WRK-MASK-VALOR
           DISPLAY '* TOTAL DEVOLVIDO AO EMISSOR : ' WRK-MASK-VALOR
           MOVE TOT-VAL-PENDENTE       TO WRK-MASK-VALOR
           DISPLAY '* TOTAL PENDENTE             : ' WRK-MASK-VALOR
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
           MOVE ACU-LIDOS-ARQLQD01
                                  TO ERRO01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQSAI01
                                  TO ERRO01-QTDE-GRAVADOS
           MOVE ARQTED01-ID-TED   TO ERRO01-ULT-CHAVE

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
