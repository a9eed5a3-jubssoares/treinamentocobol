      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0120.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0120                                      *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   RELATORIO DIARIO DAS SOLICITACOES DE        *
      *                    ALTERACAO SENSIVEL DO CADASTRO (SALARIO,    *
      *                    GRADE E SITUACAO) PENDENTES DE APROVACAO    *
      *                    (ARQAPV01 - DUPLO CONTROLE DO EXER0106 E    *
      *                    DA TRANSACAO EX12). A SOLICITACAO PENDENTE  *
      *                    CUJA DATA DE EXPIRACAO JA PASSOU E MARCADA  *
      *                    COMO EXPIRADA NO PROPRIO ARQUIVO E LISTADA  *
      *                    COMO TAL; AS DEMAIS PENDENTES SAO LISTADAS  *
      *                    COM OS DIAS EM ABERTO. AS JA DECIDIDAS      *
      *                    (APROVADAS/REPROVADAS/EXPIRADAS ANTES) SO   *
      *                    SAO CONTADAS NO SUMARIO DA EXECUCAO.        *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQAPV01                                  APV01106        *
      *      ARQSAI01                                  SAI01120        *
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
           SELECT ARQAPV01 ASSIGN      TO UT-S-ARQAPV01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS SEQUENTIAL
                      RECORD KEY       IS FD-ARQAPV01-COD-FUNCO
                      FILE STATUS      IS WRK-FS-ARQAPV01.

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
      *    I-O:       SOLICITACOES DE ALTERACAO AGUARDANDO APROVACAO   *
      *               ORG. INDEXADA     -   LRECL = 120                *
      *----------------------------------------------------------------*

       FD  ARQAPV01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQAPV01.
           05 FD-ARQAPV01-COD-FUNCO   PIC 9(08).
           05 FILLER                  PIC X(112).

      *---------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DE SOLICITACOES PENDENTES             *
      *               ORG. SEQUENCIAL   -   LRECL = 132               *
      *---------------------------------------------------------------*

       FD  ARQSAI01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI01             PIC X(132).

      *---------------------------------------------------------------*
      *   OUTPUT:     LOG DE AUDITORIA DE EXECUCAO (COMPARTILHADO     *
      *               COM OS DEMAIS PROGRAMAS DO BOOK)                *
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
             'EXER0120 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0120'.
       77 WRK-ERRO2000            PIC  X(008) VALUE 'ERRO2000'.
       77 WRK-MASK-QTDE           PIC  ZZ.ZZ9.
       77 ACU-LIDOS-ARQAPV01      PIC  9(007) VALUE ZEROS.
       77 ACU-GRAVA-ARQSAI01      PIC  9(007) VALUE ZEROS.
       77 ACU-PENDENTES           PIC  9(007) VALUE ZEROS.
       77 ACU-EXPIRADAS           PIC  9(007) VALUE ZEROS.
       77 ACU-DECIDIDAS           PIC  9(007) VALUE ZEROS.
      *
       77 WRK-DATA-CORRENTE       PIC  9(008) VALUE ZEROS.
       77 WRK-DIAS-ABERTA         PIC S9(005) COMP-3 VALUE +0.
      *
       01 WRK-DATA-AAAAMMDD       PIC  9(008) VALUE ZEROS.
       01 FILLER REDEFINES WRK-DATA-AAAAMMDD.
          05 WRK-DATA-ANO         PIC  9(004).
          05 WRK-DATA-MES         PIC  9(002).
          05 WRK-DATA-DIA         PIC  9(002).
      *
       01 WRK-DATA-EDITADA.
          05 WRK-EDT-DIA          PIC  9(002).
          05 FILLER               PIC  X(001) VALUE '/'.
          05 WRK-EDT-MES          PIC  9(002).
          05 FILLER               PIC  X(001) VALUE '/'.
          05 WRK-EDT-ANO          PIC  9(004).

      *----------------------------------------------------------------*
      *    AREA DO RELATORIO                                           *
      *----------------------------------------------------------------*
       01 WRK-CAB1-RELATORIO.
          05 FILLER               PIC X(051) VALUE
             'SOLICITACOES DE ALTERACAO PENDENTES DE APROVACAO   '.
          05 FILLER               PIC X(012) VALUE ' DATA-BASE: '.
          05 WRK-CAB1-DATA        PIC X(010) VALUE SPACES.
          05 FILLER               PIC X(059) VALUE SPACES.

       01 WRK-CAB2-RELATORIO.
          05 FILLER               PIC X(010) VALUE 'FUNCION.'.
          05 FILLER               PIC X(010) VALUE 'SITUACAO'.
          05 FILLER               PIC X(010) VALUE 'SOLICIT.'.
          05 FILLER               PIC X(010) VALUE 'ORIGEM'.
          05 FILLER               PIC X(012) VALUE 'SOLICITADA'.
          05 FILLER               PIC X(012) VALUE 'EXPIRA EM'.
          05 FILLER               PIC X(005) VALUE 'DIAS'.
          05 FILLER               PIC X(022) VALUE
             ' SALARIO ATUAL GRD S  '.
          05 FILLER               PIC X(020) VALUE
             '  SALARIO NOVO GRD S'.
          05 FILLER               PIC X(021) VALUE SPACES.

       01 WRK-ROD-RELATORIO.
          05 FILLER               PIC X(020) VALUE
             'TOTAL PENDENTES...: '.
          05 WRK-ROD-PENDENTES    PIC ZZZZZZ9.
          05 FILLER               PIC X(024) VALUE
             '   EXPIRADAS NO DIA...: '.
          05 WRK-ROD-EXPIRADAS    PIC ZZZZZZ9.
          05 FILLER               PIC X(074) VALUE SPACES.

       01 WRK-LINHA-IMPRESSAO     PIC X(132) VALUE SPACES.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA PARA TRATAMENTO DE FILE-STATUS'.
      *----------------------------------------------------------------*
      *
       01 WRK-AREA-FS.
          05 WRK-FS-ARQAPV01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-APV01-OK               VALUE '00'.
             88 WRK-FS-APV01-FIM              VALUE '10'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK               VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQAPV01      VALUE 'ARQAPV01'.
          88 WRK-CN-ARQSAI01      VALUE 'ARQSAI01'.
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
           COPY APV01106.
           COPY SAI01120.
           COPY AUD00105.
           COPY 'I#ERRO01'.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0120 - FIM DA AREA DE WORKING'.
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

           PERFORM 3000-PROCESSAR
              UNTIL WRK-FS-APV01-FIM

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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-CORRENTE

           SET  WRK-CN-OPEN            TO TRUE

           SET  WRK-CN-ARQAPV01        TO TRUE
           OPEN I-O ARQAPV01

           IF NOT WRK-FS-APV01-OK
              MOVE WRK-FS-ARQAPV01     TO WRK-FS-DISPLAY
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

           MOVE WRK-DATA-CORRENTE      TO WRK-DATA-AAAAMMDD
           PERFORM 3700-FORMATAR-DATA
           MOVE WRK-DATA-EDITADA       TO WRK-CAB1-DATA

           MOVE WRK-CAB1-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           MOVE WRK-CAB2-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 3800-LER-SOLICITACAO
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE PROCESSAMENTO DE CADA SOLICITACAO: A PENDENTE     *
      *    VENCIDA E EXPIRADA; AS PENDENTES VAO PARA O RELATORIO       *
      *----------------------------------------------------------------*
       3000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQAPV01-PENDENTE
              IF ARQAPV01-DAT-EXPIRACAO LESS WRK-DATA-CORRENTE
                 PERFORM 3100-EXPIRAR-SOLICITACAO
                 MOVE 'EXPIRADA'       TO ARQSAI01-SITUACAO
              ELSE
                 ADD 1 TO ACU-PENDENTES
                 MOVE 'PENDENTE'       TO ARQSAI01-SITUACAO
              END-IF
              PERFORM 3200-GRAVAR-DETALHE
           ELSE
              ADD 1 TO ACU-DECIDIDAS
           END-IF

           PERFORM 3800-LER-SOLICITACAO
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE EXPIRACAO DA SOLICITACAO NAO DECIDIDA NO PRAZO    *
      *----------------------------------------------------------------*
       3100-EXPIRAR-SOLICITACAO SECTION.
      *----------------------------------------------------------------*
      *
           SET ARQAPV01-EXPIRADA       TO TRUE
           MOVE WRK-DATA-CORRENTE      TO ARQAPV01-DAT-DECISAO
           MOVE FUNCTION CURRENT-DATE(9:6)
                                        TO ARQAPV01-HOR-DECISAO

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQAPV01        TO TRUE

           REWRITE FD-ARQAPV01         FROM ARQAPV01-REGISTRO

           IF NOT WRK-FS-APV01-OK
              MOVE WRK-FS-ARQAPV01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1 TO ACU-EXPIRADAS
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE GRAVACAO DA LINHA DE DETALHE DA SOLICITACAO       *
      *----------------------------------------------------------------*
       3200-GRAVAR-DETALHE SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQAPV01-COD-FUNCO     TO ARQSAI01-COD-FUNCO
           MOVE ARQAPV01-COD-USUARIO-SOLIC
                                       TO ARQSAI01-COD-USUARIO-SOLIC
           MOVE ARQAPV01-PROGRAMA-ORIGEM
                                       TO ARQSAI01-PROGRAMA-ORIGEM

           MOVE ARQAPV01-DAT-SOLICITACAO
                                       TO WRK-DATA-AAAAMMDD
           PERFORM 3700-FORMATAR-DATA
           MOVE WRK-DATA-EDITADA       TO ARQSAI01-DAT-SOLICITACAO

           MOVE ARQAPV01-DAT-EXPIRACAO TO WRK-DATA-AAAAMMDD
           PERFORM 3700-FORMATAR-DATA
           MOVE WRK-DATA-EDITADA       TO ARQSAI01-DAT-EXPIRACAO

           COMPUTE WRK-DIAS-ABERTA =
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-CORRENTE)
                 - FUNCTION INTEGER-OF-DATE (ARQAPV01-DAT-SOLICITACAO)
           IF WRK-DIAS-ABERTA LESS ZEROS
              MOVE ZEROS               TO WRK-DIAS-ABERTA
           END-IF
           MOVE WRK-DIAS-ABERTA        TO ARQSAI01-DIAS-ABERTA

           MOVE ARQAPV01-VAL-SALARIO-ATUAL
                                       TO ARQSAI01-VAL-SALARIO-ATUAL
           MOVE ARQAPV01-COD-GRADE-ATUAL
                                       TO ARQSAI01-COD-GRADE-ATUAL
           MOVE ARQAPV01-SIT-FUNCO-ATUAL
                                       TO ARQSAI01-SIT-FUNCO-ATUAL
           MOVE ARQAPV01-VAL-SALARIO-NOVO
                                       TO ARQSAI01-VAL-SALARIO-NOVO
           MOVE ARQAPV01-COD-GRADE-NOVO
                                       TO ARQSAI01-COD-GRADE-NOVO
           MOVE ARQAPV01-SIT-FUNCO-NOVO
                                       TO ARQSAI01-SIT-FUNCO-NOVO

           MOVE ARQSAI01-REGISTRO      TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE EDICAO DE DATA AAAAMMDD PARA DD/MM/AAAA           *
      *----------------------------------------------------------------*
       3700-FORMATAR-DATA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-DATA-DIA           TO WRK-EDT-DIA
           MOVE WRK-DATA-MES           TO WRK-EDT-MES
           MOVE WRK-DATA-ANO           TO WRK-EDT-ANO
           .
      *----------------------------------------------------------------*
       3700-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO ARQUIVO ARQAPV01                       *
      *----------------------------------------------------------------*
       3800-LER-SOLICITACAO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQAPV01        TO TRUE

           READ ARQAPV01 INTO ARQAPV01-REGISTRO

           IF WRK-FS-APV01-OK OR WRK-FS-APV01-FIM
              IF WRK-FS-APV01-OK
                 ADD 1 TO ACU-LIDOS-ARQAPV01
              END-IF
           ELSE
              MOVE WRK-FS-ARQAPV01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE GRAVACAO DE UMA LINHA NO RELATORIO                *
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
           MOVE ACU-LIDOS-ARQAPV01      TO ARQAUD01-QTDE-LIDOS
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
           MOVE ACU-PENDENTES          TO WRK-ROD-PENDENTES
           MOVE ACU-EXPIRADAS          TO WRK-ROD-EXPIRADAS
           MOVE WRK-ROD-RELATORIO      TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 3980-GRAVAR-AUDITORIA

           SET  WRK-CN-CLOSE           TO TRUE

           SET  WRK-CN-ARQAPV01        TO TRUE
           CLOSE ARQAPV01
           IF NOT WRK-FS-APV01-OK
              MOVE WRK-FS-ARQAPV01     TO WRK-FS-DISPLAY
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

           MOVE ACU-LIDOS-ARQAPV01     TO WRK-MASK-QTDE
           DISPLAY '**************************************************'
           DISPLAY '* QTDE DE SOLICITACOES LIDAS : ' WRK-MASK-QTDE  '*'
           MOVE ACU-GRAVA-ARQSAI01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE LINHAS DO RELATORIO   : ' WRK-MASK-QTDE  '*'
           MOVE ACU-PENDENTES          TO WRK-MASK-QTDE
           DISPLAY '* QTDE PENDENTES NO PRAZO    : ' WRK-MASK-QTDE  '*'
           MOVE ACU-EXPIRADAS          TO WRK-MASK-QTDE
           DISPLAY '* QTDE EXPIRADAS NESTA EXEC. : ' WRK-MASK-QTDE  '*'
           MOVE ACU-DECIDIDAS          TO WRK-MASK-QTDE
           DISPLAY '* QTDE JA DECIDIDAS (FORA)   : ' WRK-MASK-QTDE  '*'
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
           MOVE ACU-LIDOS-ARQAPV01
                                  TO ERRO01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQSAI01
                                  TO ERRO01-QTDE-GRAVADOS
           MOVE ARQAPV01-COD-FUNCO
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
