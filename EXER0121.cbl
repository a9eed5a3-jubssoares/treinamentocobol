      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0121.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0121                                      *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   INTERFACE NOTURNA DE ACESSOS PARA A         *
      *                    ADMINISTRACAO DE SEGURANCA: LE O JORNAL DE  *
      *                    IMAGENS-DEPOIS DO CADASTRO (JRN01107) E,    *
      *                    CONTRA A ULTIMA SITUACAO CONHECIDA DE CADA  *
      *                    FUNCIONARIO (SIT01121, CARRY), DETECTA AS   *
      *                    TRANSICOES DE SITUACAO: DESLIGADO OU        *
      *                    EXCLUIDO GERA 'R' REVOGAR, SUSPENSO GERA    *
      *                    'S' SUSPENDER E O RETORNO A ATIVO GERA 'A'  *
      *                    RESTAURAR NA INTERFACE (SEG01121). AS       *
      *                    CONFIRMACOES DEVOLVIDAS PELA SEGURANCA      *
      *                    (ACK01121) BAIXAM AS TRANSICOES PENDENTES   *
      *                    (TRP01121, CARRY); A NAO CONFIRMADA ATE O   *
      *                    DIA UTIL SEGUINTE AO ENVIO VAI PARA O       *
      *                    ARQUIVO DE ALERTAS DO BOLETIM (EXER0603).   *
      *----------------------------------------------------------------*
      *    CARTAO (ARQPARM): COLS 1-8 DATA DO DIA (AAAAMMDD)           *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQJRN01 (JORNAL DO CADASTRO)             JRN01107        *
      *      ARQFER01 (CALENDARIO DE FERIADOS)         FER03105        *
      *      ARQSIT01 (SITUACOES ANTERIORES)           SIT01121        *
      *      ARQTRP01 (PENDENTES ANTERIORES)           TRP01121        *
      *      ARQACK01 (CONFIRMACOES DA SEGURANCA)      ACK01121        *
      *      ARQSEG01 (INTERFACE PARA A SEGURANCA)     SEG01121        *
      *      ARQSIT02 (SITUACOES ATUALIZADAS)          SIT01121        *
      *      ARQTRP02 (PENDENTES ATUALIZADAS)          TRP01121        *
      *      ARQALR01 (ALERTAS PARA O BOLETIM)         TRP01121        *
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

           SELECT ARQJRN01 ASSIGN      TO UT-S-ARQJRN01
                      FILE STATUS      IS WRK-FS-ARQJRN01.

           SELECT OPTIONAL ARQFER01 ASSIGN TO UT-S-ARQFER01
                      FILE STATUS      IS WRK-FS-ARQFER01.

           SELECT OPTIONAL ARQSIT01 ASSIGN TO UT-S-ARQSIT01
                      FILE STATUS      IS WRK-FS-ARQSIT01.

           SELECT OPTIONAL ARQTRP01 ASSIGN TO UT-S-ARQTRP01
                      FILE STATUS      IS WRK-FS-ARQTRP01.

           SELECT OPTIONAL ARQACK01 ASSIGN TO UT-S-ARQACK01
                      FILE STATUS      IS WRK-FS-ARQACK01.

           SELECT ARQSEG01 ASSIGN      TO UT-S-ARQSEG01
                      FILE STATUS      IS WRK-FS-ARQSEG01.

           SELECT ARQSIT02 ASSIGN      TO UT-S-ARQSIT02
                      FILE STATUS      IS WRK-FS-ARQSIT02.

           SELECT ARQTRP02 ASSIGN      TO UT-S-ARQTRP02
                      FILE STATUS      IS WRK-FS-ARQTRP02.

           SELECT ARQALR01 ASSIGN      TO UT-S-ARQALR01
                      FILE STATUS      IS WRK-FS-ARQALR01.

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
      *---------------------------------------------------------------*

       FD  ARQPARM
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPARM              PIC X(80).

      *---------------------------------------------------------------*
      *   INPUT:      JORNAL DE IMAGENS-DEPOIS DO CADASTRO            *
      *               ORG. SEQUENCIAL   -   LRECL = 237               *
      *---------------------------------------------------------------*

       FD  ARQJRN01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQJRN01             PIC X(237).

      *---------------------------------------------------------------*
      *   INPUT:      CALENDARIO DE FERIADOS (OPCIONAL)               *
      *               ORG. SEQUENCIAL   -   LRECL = 038               *
      *---------------------------------------------------------------*

       FD  ARQFER01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQFER01             PIC X(038).

      *---------------------------------------------------------------*
      *   INPUT:      SITUACOES DA RODADA ANTERIOR (OPCIONAL)         *
      *               ORG. SEQUENCIAL   -   LRECL = 030               *
      *---------------------------------------------------------------*

       FD  ARQSIT01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQSIT01             PIC X(030).

      *---------------------------------------------------------------*
      *   INPUT:      TRANSICOES PENDENTES DA RODADA ANTERIOR         *
      *               (OPCIONAL) - ORG. SEQUENCIAL - LRECL = 060      *
      *---------------------------------------------------------------*

       FD  ARQTRP01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQTRP01             PIC X(060).

      *---------------------------------------------------------------*
      *   INPUT:      CONFIRMACOES DA SEGURANCA (OPCIONAL)            *
      *               ORG. SEQUENCIAL   -   LRECL = 040               *
      *---------------------------------------------------------------*

       FD  ARQACK01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQACK01             PIC X(040).

      *---------------------------------------------------------------*
      *   OUTPUT:     INTERFACE DE ACESSOS PARA A SEGURANCA           *
      *               ORG. SEQUENCIAL   -   LRECL = 120               *
      *---------------------------------------------------------------*

       FD  ARQSEG01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSEG01             PIC X(120).

      *---------------------------------------------------------------*
      *   OUTPUT:     SITUACOES ATUALIZADAS (CARRY)                   *
      *               ORG. SEQUENCIAL   -   LRECL = 030               *
      *---------------------------------------------------------------*

       FD  ARQSIT02
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSIT02             PIC X(030).

      *---------------------------------------------------------------*
      *   OUTPUT:     TRANSICOES PENDENTES ATUALIZADAS (CARRY)        *
      *               ORG. SEQUENCIAL   -   LRECL = 060               *
      *---------------------------------------------------------------*

       FD  ARQTRP02
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQTRP02             PIC X(060).

      *---------------------------------------------------------------*
      *   OUTPUT:     ALERTAS DE TRANSICAO NAO CONFIRMADA NO PRAZO    *
      *               ORG. SEQUENCIAL   -   LRECL = 060               *
      *---------------------------------------------------------------*

       FD  ARQALR01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQALR01             PIC X(060).

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
             'EXER0121 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0121'.
       77 WRK-ERRO2000            PIC  X(008) VALUE 'ERRO2000'.
       77 WRK-MASK-QTDE           PIC  ZZZ.ZZ9.
       77 WRK-DAT-DIA             PIC  9(008) VALUE ZEROS.
       77 WRK-DAT-LIMITE          PIC  9(008) VALUE ZEROS.
       77 WRK-INT-LIMITE          PIC S9(009) COMP VALUE ZEROS.
       77 WRK-DIA-SEMANA          PIC  9(001) VALUE ZEROS.
       77 WRK-SIT-NOVA            PIC  X(001) VALUE SPACES.
       77 WRK-SIT-ANTERIOR        PIC  X(001) VALUE SPACES.
       77 WRK-COD-ACAO            PIC  X(001) VALUE SPACES.
      *
       01 WRK-SW-DIA-UTIL         PIC  X(001) VALUE 'S'.
          88 WRK-DIA-UTIL                     VALUE 'S'.
          88 WRK-DIA-NAO-UTIL                 VALUE 'N'.
      *
       01 WRK-PARM-REGISTRO.
          05 WRK-PARM-DATA        PIC  9(008) VALUE ZEROS.
          05 FILLER               PIC  X(072) VALUE SPACES.
      *
       01 WRK-MOMENTO-EVENTO.
          05 WRK-MOM-DAT          PIC  9(008) VALUE ZEROS.
          05 WRK-MOM-HOR          PIC  9(006) VALUE ZEROS.
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS-ARQJRN01     PIC 9(007) VALUE ZEROS.
           03 ACU-EVENTOS-TRATADOS   PIC 9(007) VALUE ZEROS.
           03 ACU-EVENTOS-ANTERIORES PIC 9(007) VALUE ZEROS.
           03 ACU-EVENTOS-FUTUROS    PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSEG01     PIC 9(007) VALUE ZEROS.
           03 ACU-CONFIRMADAS        PIC 9(007) VALUE ZEROS.
           03 ACU-CONFIRM-IGNORADAS  PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQTRP02     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQALR01     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSIT02     PIC 9(007) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    TABELA DE FERIADOS                                          *
      *----------------------------------------------------------------*
       77 WRK-FER-QTDE            PIC 9(003) VALUE ZEROS.
       77 WRK-FER-IDX             PIC 9(003) VALUE ZEROS.
       01 WRK-FER-TABELA.
          05 WRK-FER-DATA         OCCURS 200 TIMES PIC 9(008).
      *
      *----------------------------------------------------------------*
      *    ULTIMA SITUACAO CONHECIDA POR FUNCIONARIO (CARRY). SITUACAO *
      *    EM BRANCO = FUNCIONARIO AINDA SEM EVENTO TRATADO            *
      *----------------------------------------------------------------*
       77 WRK-SIT-QTDE            PIC 9(005) VALUE ZEROS.
       77 WRK-SIT-IDX             PIC 9(005) VALUE ZEROS.
       01 WRK-SIT-TABELA.
          05 WRK-SIT-LINHA        OCCURS 5000 TIMES.
             10 WRK-SIT-COD-FUNCO PIC 9(008).
             10 WRK-SIT-SITUACAO  PIC X(001).
             10 WRK-SIT-MOMENTO.
                15 WRK-SIT-DAT    PIC 9(008).
                15 WRK-SIT-HOR    PIC 9(006).
      *
      *----------------------------------------------------------------*
      *    TRANSICOES AGUARDANDO CONFIRMACAO DA SEGURANCA (CARRY MAIS  *
      *    AS GERADAS NA RODADA)                                       *
      *----------------------------------------------------------------*
       77 WRK-TRP-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-TRP-IDX             PIC 9(004) VALUE ZEROS.
       01 WRK-TRP-TABELA.
          05 WRK-TRP-LINHA        OCCURS 2000 TIMES.
             10 WRK-TRP-REGISTRO  PIC X(060).
             10 WRK-TRP-SW-CONFIRMADA
                                  PIC X(001).

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA PARA TRATAMENTO DE FILE-STATUS'.
      *----------------------------------------------------------------*
      *
       01 WRK-AREA-FS.
          05 WRK-FS-ARQPARM       PIC  X(002) VALUE SPACES.
             88 WRK-FS-PARM-OK                VALUE '00'.
          05 WRK-FS-ARQJRN01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-JRN01-OK               VALUE '00'.
             88 WRK-FS-JRN01-FIM              VALUE '10'.
          05 WRK-FS-ARQFER01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-FER01-OK               VALUE '00'.
             88 WRK-FS-FER01-FIM              VALUE '10'.
          05 WRK-FS-ARQSIT01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SIT01-OK               VALUE '00'.
             88 WRK-FS-SIT01-FIM              VALUE '10'.
          05 WRK-FS-ARQTRP01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-TRP01-OK               VALUE '00'.
             88 WRK-FS-TRP01-FIM              VALUE '10'.
          05 WRK-FS-ARQACK01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ACK01-OK               VALUE '00'.
             88 WRK-FS-ACK01-FIM              VALUE '10'.
          05 WRK-FS-ARQSEG01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SEG01-OK               VALUE '00'.
          05 WRK-FS-ARQSIT02      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SIT02-OK               VALUE '00'.
          05 WRK-FS-ARQTRP02      PIC  X(002) VALUE SPACES.
             88 WRK-FS-TRP02-OK               VALUE '00'.
          05 WRK-FS-ARQALR01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ALR01-OK               VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
          88 WRK-CN-ARQJRN01      VALUE 'ARQJRN01'.
          88 WRK-CN-ARQFER01      VALUE 'ARQFER01'.
          88 WRK-CN-ARQSIT01      VALUE 'ARQSIT01'.
          88 WRK-CN-ARQTRP01      VALUE 'ARQTRP01'.
          88 WRK-CN-ARQACK01      VALUE 'ARQACK01'.
          88 WRK-CN-ARQSEG01      VALUE 'ARQSEG01'.
          88 WRK-CN-ARQSIT02      VALUE 'ARQSIT02'.
          88 WRK-CN-ARQTRP02      VALUE 'ARQTRP02'.
          88 WRK-CN-ARQALR01      VALUE 'ARQALR01'.
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
           COPY JRN01107.
           COPY ENT01105.
           COPY FER03105.
           COPY SIT01121.
           COPY TRP01121.
           COPY ACK01121.
           COPY SEG01121.
           COPY AUD00105.
           COPY 'I#ERRO01'.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0121 - FIM DA AREA DE WORKING'.
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
              UNTIL WRK-FS-JRN01-FIM

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
              DISPLAY '* DATA DO DIA (AAAAMMDD) NAS COLS 1-8'
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           CLOSE ARQPARM

           MOVE WRK-PARM-DATA          TO WRK-DAT-DIA

           SET  WRK-CN-ARQJRN01        TO TRUE
           OPEN INPUT ARQJRN01

           IF NOT WRK-FS-JRN01-OK
              MOVE WRK-FS-ARQJRN01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQSEG01        TO TRUE
           OPEN OUTPUT ARQSEG01

           IF NOT WRK-FS-SEG01-OK
              MOVE WRK-FS-ARQSEG01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQSIT02        TO TRUE
           OPEN OUTPUT ARQSIT02

           IF NOT WRK-FS-SIT02-OK
              MOVE WRK-FS-ARQSIT02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQTRP02        TO TRUE
           OPEN OUTPUT ARQTRP02

           IF NOT WRK-FS-TRP02-OK
              MOVE WRK-FS-ARQTRP02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQALR01        TO TRUE
           OPEN OUTPUT ARQALR01

           IF NOT WRK-FS-ALR01-OK
              MOVE WRK-FS-ARQALR01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQAUD01        TO TRUE
           OPEN EXTEND ARQAUD01

           IF NOT WRK-FS-AUD01-OK
              MOVE WRK-FS-ARQAUD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 1100-CARREGAR-FERIADOS

           PERFORM 1200-CALCULAR-LIMITE

           PERFORM 1300-CARREGAR-SITUACOES

           PERFORM 1400-CARREGAR-PENDENTES

           PERFORM 1500-BAIXAR-CONFIRMACOES

           INITIALIZE ARQSEG01-REGISTRO
           SET ARQSEG01-HEADER         TO TRUE
           MOVE WRK-DAT-DIA            TO ARQSEG01-DAT-GERACAO
           MOVE 'CADASTRO'             TO ARQSEG01-SISTEMA
           PERFORM 3900-GRAVAR-INTERFACE

           PERFORM 3800-LER-JORNAL
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1100-CARREGAR-FERIADOS SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQFER01        TO TRUE

           OPEN INPUT ARQFER01

           IF WRK-FS-FER01-OK
              PERFORM 1110-LER-FERIADO
              PERFORM 1120-ACUMULAR-FERIADO UNTIL WRK-FS-FER01-FIM
              CLOSE ARQFER01
              DISPLAY '* FERIADOS CARREGADOS: ' WRK-FER-QTDE
           END-IF
           .
      *----------------------------------------------------------------*
       1100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1110-LER-FERIADO SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQFER01 INTO ARQFER01-REGISTRO

           IF WRK-FS-FER01-OK OR WRK-FS-FER01-FIM
              CONTINUE
           ELSE
              MOVE WRK-FS-ARQFER01 TO WRK-FS-DISPLAY
              SET WRK-CN-READ      TO TRUE
              SET WRK-CN-ARQFER01  TO TRUE
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       1110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1120-ACUMULAR-FERIADO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-FER-QTDE LESS 200
              ADD 1 TO WRK-FER-QTDE
              MOVE ARQFER01-DAT-FERIADO TO WRK-FER-DATA (WRK-FER-QTDE)
           END-IF

           PERFORM 1110-LER-FERIADO
           .
      *----------------------------------------------------------------*
       1120-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CALCULA O PRAZO DE CONFIRMACAO DAS TRANSICOES ENVIADAS NA   *
      *    RODADA: O DIA UTIL SEGUINTE A DATA DO DIA                   *
      *----------------------------------------------------------------*
       1200-CALCULAR-LIMITE SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WRK-INT-LIMITE =
                   FUNCTION INTEGER-OF-DATE (WRK-DAT-DIA) + 1

           PERFORM 1210-VERIFICAR-DIA-UTIL

           PERFORM 1230-AVANCAR-DIA
              UNTIL WRK-DIA-UTIL

           COMPUTE WRK-DAT-LIMITE =
                   FUNCTION DATE-OF-INTEGER (WRK-INT-LIMITE)
           .
      *----------------------------------------------------------------*
       1200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    VERIFICA SE O DIA E UTIL (SABADO/DOMINGO/FERIADO NAO E)     *
      *----------------------------------------------------------------*
       1210-VERIFICAR-DIA-UTIL SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-DIA-UTIL            TO TRUE

           COMPUTE WRK-DIA-SEMANA = FUNCTION MOD (WRK-INT-LIMITE, 7)

      *    MOD 7 SOBRE O INTEIRO DE DATA: 6 = SABADO, 0 = DOMINGO
           IF WRK-DIA-SEMANA EQUAL 6 OR WRK-DIA-SEMANA EQUAL 0
              SET WRK-DIA-NAO-UTIL     TO TRUE
           END-IF

           COMPUTE WRK-DAT-LIMITE =
                   FUNCTION DATE-OF-INTEGER (WRK-INT-LIMITE)

           PERFORM 1220-PROCURAR-FERIADO
              VARYING WRK-FER-IDX FROM 1 BY 1
              UNTIL WRK-FER-IDX GREATER WRK-FER-QTDE
                 OR WRK-DIA-NAO-UTIL
           .
      *----------------------------------------------------------------*
       1210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1220-PROCURAR-FERIADO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-FER-DATA (WRK-FER-IDX) EQUAL WRK-DAT-LIMITE
              SET WRK-DIA-NAO-UTIL     TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       1220-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1230-AVANCAR-DIA SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-INT-LIMITE

           PERFORM 1210-VERIFICAR-DIA-UTIL
           .
      *----------------------------------------------------------------*
       1230-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARREGA A ULTIMA SITUACAO CONHECIDA DE CADA FUNCIONARIO     *
      *    (CARRY DA RODADA ANTERIOR; AUSENTE NA PRIMEIRA RODADA)      *
      *----------------------------------------------------------------*
       1300-CARREGAR-SITUACOES SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQSIT01        TO TRUE

           OPEN INPUT ARQSIT01

           IF WRK-FS-SIT01-OK
              PERFORM 1310-LER-SITUACAO
              PERFORM 1320-ACUMULAR-SITUACAO UNTIL WRK-FS-SIT01-FIM
              CLOSE ARQSIT01
              DISPLAY '* SITUACOES CARREGADAS: ' WRK-SIT-QTDE
           END-IF
           .
      *----------------------------------------------------------------*
       1300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1310-LER-SITUACAO SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQSIT01 INTO ARQSIT01-REGISTRO

           IF WRK-FS-SIT01-OK OR WRK-FS-SIT01-FIM
              CONTINUE
           ELSE
              MOVE WRK-FS-ARQSIT01 TO WRK-FS-DISPLAY
              SET WRK-CN-READ      TO TRUE
              SET WRK-CN-ARQSIT01  TO TRUE
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       1310-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1320-ACUMULAR-SITUACAO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-SIT-QTDE NOT LESS 5000
              PERFORM 9200-TABELA-ESGOTADA
           END-IF

           ADD 1 TO WRK-SIT-QTDE
           MOVE ARQSIT01-COD-FUNCO  TO WRK-SIT-COD-FUNCO (WRK-SIT-QTDE)
           MOVE ARQSIT01-SIT-FUNCO  TO WRK-SIT-SITUACAO (WRK-SIT-QTDE)
           MOVE ARQSIT01-DAT-EVENTO TO WRK-SIT-DAT (WRK-SIT-QTDE)
           MOVE ARQSIT01-HOR-EVENTO TO WRK-SIT-HOR (WRK-SIT-QTDE)

           PERFORM 1310-LER-SITUACAO
           .
      *----------------------------------------------------------------*
       1320-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARREGA AS TRANSICOES AINDA NAO CONFIRMADAS PELA SEGURANCA  *
      *    (CARRY DA RODADA ANTERIOR)                                  *
      *----------------------------------------------------------------*
       1400-CARREGAR-PENDENTES SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQTRP01        TO TRUE

           OPEN INPUT ARQTRP01

           IF WRK-FS-TRP01-OK
              PERFORM 1410-LER-PENDENTE
              PERFORM 1420-ACUMULAR-PENDENTE UNTIL WRK-FS-TRP01-FIM
              CLOSE ARQTRP01
              DISPLAY '* TRANSICOES PENDENTES CARREGADAS: '
                      WRK-TRP-QTDE
           END-IF
           .
      *----------------------------------------------------------------*
       1400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1410-LER-PENDENTE SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQTRP01 INTO ARQTRP01-REGISTRO

           IF WRK-FS-TRP01-OK OR WRK-FS-TRP01-FIM
              CONTINUE
           ELSE
              MOVE WRK-FS-ARQTRP01 TO WRK-FS-DISPLAY
              SET WRK-CN-READ      TO TRUE
              SET WRK-CN-ARQTRP01  TO TRUE
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       1410-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1420-ACUMULAR-PENDENTE SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-TRP-QTDE NOT LESS 2000
              PERFORM 9200-TABELA-ESGOTADA
           END-IF

           ADD 1 TO WRK-TRP-QTDE
           MOVE ARQTRP01-REGISTRO   TO WRK-TRP-REGISTRO (WRK-TRP-QTDE)
           MOVE 'N'            TO WRK-TRP-SW-CONFIRMADA (WRK-TRP-QTDE)

           PERFORM 1410-LER-PENDENTE
           .
      *----------------------------------------------------------------*
       1420-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    BAIXA AS TRANSICOES CONFIRMADAS PELA SEGURANCA; CONFIRMACAO *
      *    SEM TRANSICAO PENDENTE CORRESPONDENTE E DESPREZADA          *
      *----------------------------------------------------------------*
       1500-BAIXAR-CONFIRMACOES SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQACK01        TO TRUE

           OPEN INPUT ARQACK01

           IF WRK-FS-ACK01-OK
              PERFORM 1510-LER-CONFIRMACAO
              PERFORM 1520-APLICAR-CONFIRMACAO UNTIL WRK-FS-ACK01-FIM
              CLOSE ARQACK01
           END-IF
           .
      *----------------------------------------------------------------*
       1500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1510-LER-CONFIRMACAO SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQACK01 INTO ARQACK01-REGISTRO

           IF WRK-FS-ACK01-OK OR WRK-FS-ACK01-FIM
              CONTINUE
           ELSE
              MOVE WRK-FS-ARQACK01 TO WRK-FS-DISPLAY
              SET WRK-CN-READ      TO TRUE
              SET WRK-CN-ARQACK01  TO TRUE
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       1510-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1520-APLICAR-CONFIRMACAO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-TRP-IDX

           PERFORM 1530-PROXIMA-PENDENTE
              UNTIL WRK-TRP-IDX GREATER WRK-TRP-QTDE
                 OR (WRK-TRP-REGISTRO (WRK-TRP-IDX) (1:22)
                                  EQUAL ARQACK01-REGISTRO (1:22)
                 AND WRK-TRP-SW-CONFIRMADA (WRK-TRP-IDX) EQUAL 'N')

           IF WRK-TRP-IDX GREATER WRK-TRP-QTDE
              ADD 1 TO ACU-CONFIRM-IGNORADAS
           ELSE
              MOVE 'S'         TO WRK-TRP-SW-CONFIRMADA (WRK-TRP-IDX)
              ADD 1 TO ACU-CONFIRMADAS
           END-IF

           PERFORM 1510-LER-CONFIRMACAO
           .
      *----------------------------------------------------------------*
       1520-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1530-PROXIMA-PENDENTE SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-TRP-IDX
           .
      *----------------------------------------------------------------*
       1530-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE PROCESSAMENTO DE CADA EVENTO DO JORNAL. EVENTO    *
      *    POSTERIOR A DATA DO DIA FICA PARA A PROXIMA RODADA          *
      *----------------------------------------------------------------*
       3000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQJRN01-DAT-EVENTO GREATER WRK-DAT-DIA
              ADD 1 TO ACU-EVENTOS-FUTUROS
           ELSE
              PERFORM 3100-AVALIAR-EVENTO
           END-IF

           PERFORM 3800-LER-JORNAL
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    COMPARA A SITUACAO DO EVENTO COM A ULTIMA CONHECIDA. EVENTO *
      *    NAO POSTERIOR AO ULTIMO JA TRATADO DO FUNCIONARIO E IGNORADO*
      *    (REPROCESSAMENTO DO JORNAL ACUMULATIVO)                     *
      *----------------------------------------------------------------*
       3100-AVALIAR-EVENTO SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQJRN01-EVENTO-EXCLUSAO
              INITIALIZE ARQENT01-REGISTRO
              MOVE ARQJRN01-COD-FUNCO  TO ARQENT01-COD-FUNCO
              MOVE 'D'                 TO WRK-SIT-NOVA
           ELSE
              MOVE ARQJRN01-DADOS-DEPOIS
                                       TO ARQENT01-REGISTRO
              IF ARQENT01-FUNCO-ATIVO
                 MOVE 'A'              TO WRK-SIT-NOVA
              ELSE
                 MOVE ARQENT01-SIT-FUNCO
                                       TO WRK-SIT-NOVA
              END-IF
           END-IF

           MOVE ARQJRN01-DAT-EVENTO    TO WRK-MOM-DAT
           MOVE ARQJRN01-HOR-EVENTO    TO WRK-MOM-HOR

           PERFORM 3110-LOCALIZAR-FUNCIONARIO

           IF WRK-MOMENTO-EVENTO NOT GREATER
              WRK-SIT-MOMENTO (WRK-SIT-IDX)
              ADD 1 TO ACU-EVENTOS-ANTERIORES
           ELSE
              ADD 1 TO ACU-EVENTOS-TRATADOS
              MOVE WRK-SIT-SITUACAO (WRK-SIT-IDX)
                                       TO WRK-SIT-ANTERIOR

              IF WRK-SIT-NOVA NOT EQUAL WRK-SIT-ANTERIOR
                 IF WRK-SIT-ANTERIOR NOT EQUAL SPACES
                    OR WRK-SIT-NOVA NOT EQUAL 'A'
                    PERFORM 3200-GERAR-TRANSICAO
                 END-IF
              END-IF

              MOVE WRK-SIT-NOVA    TO WRK-SIT-SITUACAO (WRK-SIT-IDX)
              MOVE WRK-MOMENTO-EVENTO
                                   TO WRK-SIT-MOMENTO (WRK-SIT-IDX)
           END-IF
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LOCALIZA O FUNCIONARIO NA TABELA DE SITUACOES, INCLUINDO-O  *
      *    SEM SITUACAO CONHECIDA QUANDO AINDA NAO EXISTIR             *
      *----------------------------------------------------------------*
       3110-LOCALIZAR-FUNCIONARIO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-SIT-IDX

           PERFORM 3120-PROXIMO-FUNCIONARIO
              UNTIL WRK-SIT-IDX GREATER WRK-SIT-QTDE
                 OR WRK-SIT-COD-FUNCO (WRK-SIT-IDX)
                                  EQUAL ARQJRN01-COD-FUNCO

           IF WRK-SIT-IDX GREATER WRK-SIT-QTDE
              IF WRK-SIT-QTDE NOT LESS 5000
                 PERFORM 9200-TABELA-ESGOTADA
              END-IF
              ADD 1 TO WRK-SIT-QTDE
              MOVE WRK-SIT-QTDE        TO WRK-SIT-IDX
              MOVE ARQJRN01-COD-FUNCO
                             TO WRK-SIT-COD-FUNCO (WRK-SIT-IDX)
              MOVE SPACES    TO WRK-SIT-SITUACAO (WRK-SIT-IDX)
              MOVE ZEROS     TO WRK-SIT-DAT (WRK-SIT-IDX)
              MOVE ZEROS     TO WRK-SIT-HOR (WRK-SIT-IDX)
           END-IF
           .
      *----------------------------------------------------------------*
       3110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3120-PROXIMO-FUNCIONARIO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-SIT-IDX
           .
      *----------------------------------------------------------------*
       3120-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA A TRANSICAO NA INTERFACE DA SEGURANCA E A GUARDA NA   *
      *    TABELA DE PENDENTES COM O PRAZO DE CONFIRMACAO              *
      *----------------------------------------------------------------*
       3200-GERAR-TRANSICAO SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE WRK-SIT-NOVA
              WHEN 'D'
                 MOVE 'R'              TO WRK-COD-ACAO
              WHEN 'S'
                 MOVE 'S'              TO WRK-COD-ACAO
              WHEN OTHER
                 MOVE 'A'              TO WRK-COD-ACAO
           END-EVALUATE

           INITIALIZE ARQSEG01-REGISTRO
           SET ARQSEG01-DETALHE        TO TRUE
           MOVE ARQJRN01-COD-FUNCO     TO ARQSEG01-COD-FUNCO
           MOVE ARQJRN01-DAT-EVENTO    TO ARQSEG01-DAT-EVENTO
           MOVE ARQJRN01-HOR-EVENTO    TO ARQSEG01-HOR-EVENTO
           MOVE WRK-COD-ACAO           TO ARQSEG01-COD-ACAO
           MOVE WRK-SIT-ANTERIOR       TO ARQSEG01-SIT-ANTERIOR
           MOVE WRK-SIT-NOVA           TO ARQSEG01-SIT-NOVA
           MOVE ARQENT01-NOM-FUNCO     TO ARQSEG01-NOM-FUNCO
           MOVE ARQENT01-COD-DEPTO     TO ARQSEG01-COD-DEPTO
           MOVE ARQJRN01-PROGRAMA      TO ARQSEG01-PROGRAMA

           PERFORM 3900-GRAVAR-INTERFACE
           ADD 1 TO ACU-GRAVA-ARQSEG01

           INITIALIZE ARQTRP01-REGISTRO
           MOVE ARQJRN01-COD-FUNCO     TO ARQTRP01-COD-FUNCO
           MOVE ARQJRN01-DAT-EVENTO    TO ARQTRP01-DAT-EVENTO
           MOVE ARQJRN01-HOR-EVENTO    TO ARQTRP01-HOR-EVENTO
           MOVE WRK-COD-ACAO           TO ARQTRP01-COD-ACAO
           MOVE WRK-SIT-ANTERIOR       TO ARQTRP01-SIT-ANTERIOR
           MOVE WRK-SIT-NOVA           TO ARQTRP01-SIT-NOVA
           MOVE WRK-DAT-DIA            TO ARQTRP01-DAT-ENVIO
           MOVE WRK-DAT-LIMITE         TO ARQTRP01-DAT-LIMITE

           IF WRK-TRP-QTDE NOT LESS 2000
              PERFORM 9200-TABELA-ESGOTADA
           END-IF

           ADD 1 TO WRK-TRP-QTDE
           MOVE ARQTRP01-REGISTRO   TO WRK-TRP-REGISTRO (WRK-TRP-QTDE)
           MOVE 'N'            TO WRK-TRP-SW-CONFIRMADA (WRK-TRP-QTDE)
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO JORNAL DO CADASTRO                     *
      *----------------------------------------------------------------*
       3800-LER-JORNAL SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQJRN01        TO TRUE

           READ ARQJRN01 INTO ARQJRN01-REGISTRO

           IF WRK-FS-JRN01-OK OR WRK-FS-JRN01-FIM
              IF WRK-FS-JRN01-OK
                 ADD 1 TO ACU-LIDOS-ARQJRN01
              END-IF
           ELSE
              MOVE WRK-FS-ARQJRN01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE GRAVACAO DE UM REGISTRO NA INTERFACE              *
      *----------------------------------------------------------------*
       3900-GRAVAR-INTERFACE SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQSEG01        TO TRUE

           WRITE FD-ARQSEG01 FROM ARQSEG01-REGISTRO

           IF NOT WRK-FS-SEG01-OK
              MOVE WRK-FS-ARQSEG01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA A TRANSICAO NAO CONFIRMADA NO CARRY E, VENCIDO O      *
      *    PRAZO DE UM DIA UTIL, TAMBEM NO ARQUIVO DE ALERTAS          *
      *----------------------------------------------------------------*
       4100-GRAVAR-PENDENTE SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-TRP-SW-CONFIRMADA (WRK-TRP-IDX) EQUAL 'N'
              MOVE WRK-TRP-REGISTRO (WRK-TRP-IDX)
                                       TO ARQTRP01-REGISTRO

              SET  WRK-CN-WRITE        TO TRUE
              SET  WRK-CN-ARQTRP02     TO TRUE

              WRITE FD-ARQTRP02        FROM ARQTRP01-REGISTRO

              IF WRK-FS-TRP02-OK
                 ADD 1 TO ACU-GRAVA-ARQTRP02
              ELSE
                 MOVE WRK-FS-ARQTRP02  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF

              IF WRK-DAT-DIA NOT LESS ARQTRP01-DAT-LIMITE
                 SET  WRK-CN-ARQALR01  TO TRUE

                 WRITE FD-ARQALR01     FROM ARQTRP01-REGISTRO

                 IF WRK-FS-ALR01-OK
                    ADD 1 TO ACU-GRAVA-ARQALR01
                 ELSE
                    MOVE WRK-FS-ARQALR01
                                       TO WRK-FS-DISPLAY
                    PERFORM 9100-ERROS-ARQUIVOS
                 END-IF
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       4100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA A ULTIMA SITUACAO CONHECIDA DO FUNCIONARIO NO CARRY   *
      *----------------------------------------------------------------*
       4200-GRAVAR-SITUACAO SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE ARQSIT01-REGISTRO
           MOVE WRK-SIT-COD-FUNCO (WRK-SIT-IDX)
                                       TO ARQSIT01-COD-FUNCO
           MOVE WRK-SIT-SITUACAO (WRK-SIT-IDX)
                                       TO ARQSIT01-SIT-FUNCO
           MOVE WRK-SIT-DAT (WRK-SIT-IDX)
                                       TO ARQSIT01-DAT-EVENTO
           MOVE WRK-SIT-HOR (WRK-SIT-IDX)
                                       TO ARQSIT01-HOR-EVENTO

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQSIT02        TO TRUE

           WRITE FD-ARQSIT02           FROM ARQSIT01-REGISTRO

           IF WRK-FS-SIT02-OK
              ADD 1 TO ACU-GRAVA-ARQSIT02
           ELSE
              MOVE WRK-FS-ARQSIT02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       4200-99-FIM.
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
           MOVE ACU-LIDOS-ARQJRN01      TO ARQAUD01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQSEG01      TO ARQAUD01-QTDE-GRAVA
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
           INITIALIZE ARQSEG01-REGISTRO
           SET ARQSEG01-TRAILER        TO TRUE
           MOVE ACU-GRAVA-ARQSEG01     TO ARQSEG01-QTD-DETALHES
           PERFORM 3900-GRAVAR-INTERFACE

           PERFORM 4100-GRAVAR-PENDENTE
              VARYING WRK-TRP-IDX FROM 1 BY 1
              UNTIL WRK-TRP-IDX GREATER WRK-TRP-QTDE

           PERFORM 4200-GRAVAR-SITUACAO
              VARYING WRK-SIT-IDX FROM 1 BY 1
              UNTIL WRK-SIT-IDX GREATER WRK-SIT-QTDE

           PERFORM 3980-GRAVAR-AUDITORIA

           SET  WRK-CN-CLOSE           TO TRUE

           SET  WRK-CN-ARQJRN01        TO TRUE
           CLOSE ARQJRN01
           IF NOT WRK-FS-JRN01-OK
              MOVE WRK-FS-ARQJRN01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQSEG01        TO TRUE
           CLOSE ARQSEG01
           IF NOT WRK-FS-SEG01-OK
              MOVE WRK-FS-ARQSEG01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQSIT02        TO TRUE
           CLOSE ARQSIT02
           IF NOT WRK-FS-SIT02-OK
              MOVE WRK-FS-ARQSIT02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQTRP02        TO TRUE
           CLOSE ARQTRP02
           IF NOT WRK-FS-TRP02-OK
              MOVE WRK-FS-ARQTRP02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQALR01        TO TRUE
           CLOSE ARQALR01
           IF NOT WRK-FS-ALR01-OK
              MOVE WRK-FS-ARQALR01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQAUD01        TO TRUE
           CLOSE ARQAUD01
           IF NOT WRK-FS-AUD01-OK
              MOVE WRK-FS-ARQAUD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE ACU-LIDOS-ARQJRN01     TO WRK-MASK-QTDE
           DISPLAY '**************************************************'
           DISPLAY '* QTDE EVENTOS DO JORNAL LIDOS : ' WRK-MASK-QTDE
                   '       *'
           MOVE ACU-EVENTOS-TRATADOS   TO WRK-MASK-QTDE
           DISPLAY '* QTDE EVENTOS NOVOS TRATADOS  : ' WRK-MASK-QTDE
                   '       *'
           MOVE ACU-EVENTOS-ANTERIORES TO WRK-MASK-QTDE
           DISPLAY '* QTDE EVENTOS JA TRATADOS     : ' WRK-MASK-QTDE
                   '       *'
           MOVE ACU-EVENTOS-FUTUROS    TO WRK-MASK-QTDE
           DISPLAY '* QTDE EVENTOS APOS A DATA     : ' WRK-MASK-QTDE
                   '       *'
           MOVE ACU-GRAVA-ARQSEG01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE TRANSICOES ENVIADAS     : ' WRK-MASK-QTDE
                   '       *'
           MOVE ACU-CONFIRMADAS        TO WRK-MASK-QTDE
           DISPLAY '* QTDE CONFIRMADAS PELA SEG.   : ' WRK-MASK-QTDE
                   '       *'
           MOVE ACU-CONFIRM-IGNORADAS  TO WRK-MASK-QTDE
           DISPLAY '* QTDE CONFIRMACOES IGNORADAS  : ' WRK-MASK-QTDE
                   '       *'
           MOVE ACU-GRAVA-ARQTRP02     TO WRK-MASK-QTDE
           DISPLAY '* QTDE AINDA NAO CONFIRMADAS   : ' WRK-MASK-QTDE
                   '       *'
           MOVE ACU-GRAVA-ARQALR01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE ALERTAS (PRAZO VENCIDO) : ' WRK-MASK-QTDE
                   '       *'
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
           MOVE ACU-LIDOS-ARQJRN01
                                  TO ERRO01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQSEG01
                                  TO ERRO01-QTDE-GRAVADOS
           MOVE ARQJRN01-COD-FUNCO
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
      *    ROTINA DE CANCELAMENTO POR ESTOURO DE TABELA INTERNA        *
      *----------------------------------------------------------------*
       9200-TABELA-ESGOTADA SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY '********************************************'
           DISPLAY '*  TABELA INTERNA ESGOTADA - AMPLIAR OCCURS *'
           DISPLAY '* SITUACOES.: ' WRK-SIT-QTDE
                   '                        *'
           DISPLAY '* PENDENTES.: ' WRK-TRP-QTDE
                   '                         *'
           DISPLAY '********************************************'
           MOVE 12 TO RETURN-CODE
           PERFORM 9900-FIM-PROGRAMA
           .
      *----------------------------------------------------------------*
       9200-99-FIM.
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
