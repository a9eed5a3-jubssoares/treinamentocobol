      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0618.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0618                                      *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   MONITOR DE ARQUIVOS ENVIADOS A PARCEIROS:   *
      *                    - NUMERA A GERACAO DE CADA ENVIO NOVO       *
      *                      REGISTRADO PELOS PROGRAMAS GERADORES      *
      *                      (TRM06118) E CALCULA, PELO CATALOGO DE    *
      *                      ARQUIVOS (PAR06118) E PELO CALENDARIO DE  *
      *                      FERIADOS (FER03105), O PRAZO EM DIAS      *
      *                      UTEIS PARA A CONFIRMACAO DO PARCEIRO;     *
      *                    - CASA AS CONFIRMACOES DEVOLVIDAS PELOS     *
      *                      PARCEIROS (ACK06118) COM OS ENVIOS        *
      *                      PENDENTES, CONFERINDO QTDE DE REGISTROS E *
      *                      TOTAL DE CONTROLE;                        *
      *                    - ENVIO SEM CONFIRMACAO APOS O PRAZO OU     *
      *                      CONFIRMADO COM TOTAIS DIVERGENTES VIRA    *
      *                      ALERTA (PND06118) INGERIDO PELO BOLETIM   *
      *                      DIARIO (EXER0603) - RC 04;                *
      *                    - GRAVA O REGISTRO ACUMULADO DE ENVIOS      *
      *                      (CARRY), DESCARTANDO OS ENVIOS JA         *
      *                      ENCERRADOS HA MAIS DE 180 DIAS.           *
      *----------------------------------------------------------------*
      *    CARTAO (ARQPARM): COLS 1-8 DATA DO DIA (AAAAMMDD)           *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPARM  (CARTAO DE PARAMETROS)           -               *
      *      ARQFER01 (CALENDARIO DE FERIADOS)         FER03105        *
      *      ARQPAR01 (CATALOGO DE ARQUIVOS ENVIADOS)  PAR06118        *
      *      ARQANT01 (REGISTRO DE ENVIOS ANTERIOR)    TRM06118        *
      *      ARQTRM01 (ENVIOS NOVOS DOS GERADORES)     TRM06118        *
      *      ARQACK01 (CONFIRMACOES DOS PARCEIROS)     ACK06118        *
      *      ARQTRM02 (REGISTRO DE ENVIOS ATUALIZADO)  TRM06118        *
      *      ARQPND01 (ALERTAS PARA O BOLETIM)         PND06118        *
      *      ARQSAI01 (RELATORIO DO MONITOR)           -               *
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

           SELECT OPTIONAL ARQFER01 ASSIGN TO UT-S-ARQFER01
                      FILE STATUS      IS WRK-FS-ARQFER01.

           SELECT ARQPAR01 ASSIGN      TO UT-S-ARQPAR01
                      FILE STATUS      IS WRK-FS-ARQPAR01.

           SELECT OPTIONAL ARQANT01 ASSIGN TO UT-S-ARQANT01
                      FILE STATUS      IS WRK-FS-ARQANT01.

           SELECT OPTIONAL ARQTRM01 ASSIGN TO UT-S-ARQTRM01
                      FILE STATUS      IS WRK-FS-ARQTRM01.

           SELECT OPTIONAL ARQACK01 ASSIGN TO UT-S-ARQACK01
                      FILE STATUS      IS WRK-FS-ARQACK01.

           SELECT ARQTRM02 ASSIGN      TO UT-S-ARQTRM02
                      FILE STATUS      IS WRK-FS-ARQTRM02.

           SELECT ARQPND01 ASSIGN      TO UT-S-ARQPND01
                      FILE STATUS      IS WRK-FS-ARQPND01.

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
      *   INPUT:      CARTAO DE PARAMETROS                             *
      *----------------------------------------------------------------*

       FD  ARQPARM
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPARM              PIC X(080).

      *----------------------------------------------------------------*
      *   INPUT:      CALENDARIO DE FERIADOS (OPCIONAL)                *
      *               ORG. SEQUENCIAL   -   LRECL = 038                *
      *----------------------------------------------------------------*

       FD  ARQFER01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQFER01             PIC X(038).

      *----------------------------------------------------------------*
      *   INPUT:      CATALOGO DE ARQUIVOS ENVIADOS A PARCEIROS        *
      *               ORG. SEQUENCIAL   -   LRECL = 060                *
      *----------------------------------------------------------------*

       FD  ARQPAR01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPAR01             PIC X(060).

      *----------------------------------------------------------------*
      *   INPUT:      REGISTRO DE ENVIOS DA RODADA ANTERIOR (OPCIONAL, *
      *               AUSENTE NA PRIMEIRA RODADA)                      *
      *               ORG. SEQUENCIAL   -   LRECL = 120                *
      *----------------------------------------------------------------*

       FD  ARQANT01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQANT01             PIC X(120).

      *----------------------------------------------------------------*
      *   INPUT:      ENVIOS NOVOS ACRESCENTADOS PELOS PROGRAMAS       *
      *               GERADORES DESDE A ULTIMA RODADA (OPCIONAL)       *
      *               ORG. SEQUENCIAL   -   LRECL = 120                *
      *----------------------------------------------------------------*

       FD  ARQTRM01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQTRM01             PIC X(120).

      *----------------------------------------------------------------*
      *   INPUT:      CONFIRMACOES DE RECEBIMENTO DOS PARCEIROS        *
      *               (OPCIONAL)                                       *
      *               ORG. SEQUENCIAL   -   LRECL = 080                *
      *----------------------------------------------------------------*

       FD  ARQACK01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQACK01             PIC X(080).

      *----------------------------------------------------------------*
      *   OUTPUT:     REGISTRO DE ENVIOS ATUALIZADO (CARRY)            *
      *               ORG. SEQUENCIAL   -   LRECL = 120                *
      *----------------------------------------------------------------*

       FD  ARQTRM02
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQTRM02             PIC X(120).

      *----------------------------------------------------------------*
      *   OUTPUT:     ALERTAS DE ENVIO PARA O BOLETIM DIARIO           *
      *               ORG. SEQUENCIAL   -   LRECL = 110                *
      *----------------------------------------------------------------*

       FD  ARQPND01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPND01             PIC X(110).

      *----------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DO MONITOR DE ENVIOS                   *
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
             'EXER0618 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0618'.
       77 WRK-ERRO2000            PIC  X(008) VALUE 'ERRO2000'.
       77 WRK-MASK-QTDE           PIC  ZZZ.ZZ9.
       77 WRK-DAT-DIA             PIC  9(008) VALUE ZEROS.
       77 WRK-DIAS-RETENCAO       PIC  9(003) VALUE 180.
       77 WRK-INT-DIA             PIC S9(009) COMP VALUE ZEROS.
       77 WRK-INT-GERACAO         PIC S9(009) COMP VALUE ZEROS.
       77 WRK-INT-LIMITE          PIC S9(009) COMP VALUE ZEROS.
       77 WRK-DIA-SEMANA          PIC  9(001) VALUE ZEROS.
       77 WRK-DIAS-CONTADOS       PIC  9(002) VALUE ZEROS.
       77 WRK-DIAS-PRAZO          PIC  9(002) VALUE ZEROS.
       77 WRK-DAT-LIMITE          PIC  9(008) VALUE ZEROS.
       77 WRK-ULT-GERACAO         PIC  9(005) VALUE ZEROS.
      *
       01 WRK-SW-DIA-UTIL         PIC  X(001) VALUE 'S'.
          88 WRK-DIA-UTIL                     VALUE 'S'.
          88 WRK-DIA-NAO-UTIL                 VALUE 'N'.
      *
       01 WRK-PARM-REGISTRO.
          05 WRK-PARM-DATA        PIC  9(008) VALUE ZEROS.
          05 WRK-PARM-DATA-R      REDEFINES WRK-PARM-DATA.
             10 WRK-PARM-ANO      PIC  9(004).
             10 WRK-PARM-MES      PIC  9(002).
             10 WRK-PARM-DIA      PIC  9(002).
          05 FILLER               PIC  X(072) VALUE SPACES.
      *
       01 WRK-DAT-FORMATAR        PIC  9(008) VALUE ZEROS.
       01 WRK-DAT-FORMATAR-R      REDEFINES WRK-DAT-FORMATAR.
          05 WRK-FMT-ANO          PIC  9(004).
          05 WRK-FMT-MES          PIC  9(002).
          05 WRK-FMT-DIA          PIC  9(002).
       01 WRK-DAT-FORMATADA       PIC  X(010) VALUE SPACES.
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS-ARQANT01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQTRM01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQACK01     PIC 9(007) VALUE ZEROS.
           03 ACU-DESCARTADOS        PIC 9(007) VALUE ZEROS.
           03 ACU-SEM-CATALOGO       PIC 9(007) VALUE ZEROS.
           03 ACU-CONFIRMADOS        PIC 9(007) VALUE ZEROS.
           03 ACU-DIVERGENTES        PIC 9(007) VALUE ZEROS.
           03 ACU-CONFIRM-SEM-ENVIO  PIC 9(007) VALUE ZEROS.
           03 ACU-VENCIDOS           PIC 9(007) VALUE ZEROS.
           03 ACU-AGUARDANDO         PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQTRM02     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQPND01     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI01     PIC 9(007) VALUE ZEROS.
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
      *    CATALOGO DE ARQUIVOS ENVIADOS EM MEMORIA                    *
      *----------------------------------------------------------------*
       77 WRK-PAR-QTDE            PIC 9(003) VALUE ZEROS.
       77 WRK-PAR-IDX             PIC 9(003) VALUE ZEROS.
       01 WRK-PAR-TABELA.
          05 WRK-PAR-LINHA        OCCURS 200 TIMES.
             10 WRK-PAR-ID-ARQUIVO
                                  PIC X(008).
             10 WRK-PAR-COD-PARCEIRO
                                  PIC X(008).
             10 WRK-PAR-NOM-PARCEIRO
                                  PIC X(020).
             10 WRK-PAR-QTD-DIAS-PRAZO
                                  PIC 9(002).
      *
      *----------------------------------------------------------------*
      *    REGISTRO DE ENVIOS EM MEMORIA (MESMA ORDEM DO TRM06118)     *
      *----------------------------------------------------------------*
       77 WRK-ENV-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-ENV-IDX             PIC 9(004) VALUE ZEROS.
       01 WRK-ENV-TABELA.
          05 WRK-ENV-LINHA        OCCURS 6000 TIMES.
             10 WRK-ENV-ID-ARQUIVO
                                  PIC X(008).
             10 WRK-ENV-COD-PROGRAMA
                                  PIC X(008).
             10 WRK-ENV-DAT-GERACAO
                                  PIC 9(008).
             10 WRK-ENV-HOR-GERACAO
                                  PIC 9(006).
             10 WRK-ENV-QTDE-REGS PIC 9(009).
             10 WRK-ENV-VAL-HASH  PIC 9(015)V99.
             10 WRK-ENV-NUM-GERACAO
                                  PIC 9(005).
             10 WRK-ENV-SIT-ENVIO PIC X(001).
                88 WRK-ENV-AGUARDANDO         VALUE 'P'.
                88 WRK-ENV-CONFIRMADO         VALUE 'C'.
                88 WRK-ENV-DIVERGENTE         VALUE 'D'.
                88 WRK-ENV-VENCIDO            VALUE 'V'.
                88 WRK-ENV-SEM-CATALOGO       VALUE 'N'.
                88 WRK-ENV-PENDENTE           VALUE 'P' 'V'.
             10 WRK-ENV-COD-PARCEIRO
                                  PIC X(008).
             10 WRK-ENV-DAT-LIMITE
                                  PIC 9(008).
             10 WRK-ENV-DAT-CONFIRMACAO
                                  PIC 9(008).
             10 WRK-ENV-QTDE-CONFIRMADA
                                  PIC 9(009).
             10 WRK-ENV-VAL-HASH-CONFIRMADO
                                  PIC 9(015)V99.
             10 FILLER            PIC X(008).
      *
      *----------------------------------------------------------------*
      *    AREA DO RELATORIO                                           *
      *----------------------------------------------------------------*
       01 WRK-CAB1-RELATORIO.
          05 FILLER               PIC X(042) VALUE
             'MONITOR DE ARQUIVOS ENVIADOS A PARCEIROS -'.
          05 FILLER               PIC X(011) VALUE ' DATA BASE '.
          05 WRK-CAB1-DATA        PIC X(010) VALUE SPACES.
          05 FILLER               PIC X(069) VALUE SPACES.

       01 WRK-CAB-TITULO.
          05 FILLER               PIC X(003) VALUE '== '.
          05 WRK-CAB-TIT-TEXTO    PIC X(060) VALUE SPACES.
          05 FILLER               PIC X(069) VALUE SPACES.

       01 WRK-CAB-ENVIO.
          05 FILLER               PIC X(037) VALUE
             'ARQUIVO  GERAC DT GERACAO PARCEIRO'.
          05 FILLER               PIC X(051) VALUE
             'QTDE REGS      TOTAL DE CONTROLE  QTDE CONF.'.
          05 FILLER               PIC X(044) VALUE
             'TOTAL CONFIRMADO PRAZO      SITUACAO'.

       01 WRK-DET-ENVIO.
          05 WRK-DEV-ARQUIVO      PIC X(008).
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DEV-GERACAO      PIC ZZZZ9.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DEV-DATA         PIC X(010).
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DEV-PARCEIRO     PIC X(008).
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DEV-QTDE         PIC ZZZ.ZZZ.ZZ9.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DEV-HASH         PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DEV-QTDE-CONF    PIC ZZZ.ZZZ.ZZ9.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DEV-HASH-CONF    PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DEV-LIMITE       PIC X(010).
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DEV-SITUACAO     PIC X(015).
          05 FILLER               PIC X(001) VALUE SPACES.

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
          05 WRK-FS-ARQFER01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-FER01-OK               VALUE '00'.
             88 WRK-FS-FER01-FIM              VALUE '10'.
          05 WRK-FS-ARQPAR01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-PAR01-OK               VALUE '00'.
             88 WRK-FS-PAR01-FIM              VALUE '10'.
          05 WRK-FS-ARQANT01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ANT01-OK               VALUE '00'.
             88 WRK-FS-ANT01-FIM              VALUE '10'.
             88 WRK-FS-ANT01-INEXISTENTE      VALUE '05' '35'.
          05 WRK-FS-ARQTRM01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-TRM01-OK               VALUE '00'.
             88 WRK-FS-TRM01-FIM              VALUE '10'.
             88 WRK-FS-TRM01-INEXISTENTE      VALUE '05' '35'.
          05 WRK-FS-ARQACK01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ACK01-OK               VALUE '00'.
             88 WRK-FS-ACK01-FIM              VALUE '10'.
             88 WRK-FS-ACK01-INEXISTENTE      VALUE '05' '35'.
          05 WRK-FS-ARQTRM02      PIC  X(002) VALUE SPACES.
             88 WRK-FS-TRM02-OK               VALUE '00'.
          05 WRK-FS-ARQPND01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-PND01-OK               VALUE '00'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK               VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
          88 WRK-CN-ARQFER01      VALUE 'ARQFER01'.
          88 WRK-CN-ARQPAR01      VALUE 'ARQPAR01'.
          88 WRK-CN-ARQANT01      VALUE 'ARQANT01'.
          88 WRK-CN-ARQTRM01      VALUE 'ARQTRM01'.
          88 WRK-CN-ARQACK01      VALUE 'ARQACK01'.
          88 WRK-CN-ARQTRM02      VALUE 'ARQTRM02'.
          88 WRK-CN-ARQPND01      VALUE 'ARQPND01'.
          88 WRK-CN-ARQSAI01      VALUE 'ARQSAI01'.
          88 WRK-CN-ARQAUD01      VALUE 'ARQAUD01'.

       77 WRK-COMANDO             PIC  X(007) VALUE SPACES.
          88 WRK-CN-OPEN          VALUE 'OPEN   '.
          88 WRK-CN-CLOSE         VALUE 'CLOSE  '.
          88 WRK-CN-READ          VALUE 'READ   '.
          88 WRK-CN-WRITE         VALUE 'WRITE  '.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA'.
      *----------------------------------------------------------------*
      *
           COPY FER03105.
           COPY PAR06118.
           COPY TRM06118.
           COPY ACK06118.
           COPY PND06118.
           COPY AUD00105.
           COPY 'I#ERRO01'.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0618 - FIM DA AREA DE WORKING'.
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

           PERFORM 1100-CARREGAR-FERIADOS

           PERFORM 1200-CARREGAR-CATALOGO

           PERFORM 1300-CARREGAR-REGISTRO

           PERFORM 2000-REGISTRAR-ENVIOS

           PERFORM 2100-BAIXAR-CONFIRMACOES

           PERFORM 2200-VERIFICAR-PRAZOS

           PERFORM 2500-GRAVAR-REGISTRO

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
              OR WRK-PARM-ANO EQUAL ZEROS
              OR WRK-PARM-MES LESS 01
              OR WRK-PARM-MES GREATER 12
              OR WRK-PARM-DIA LESS 01
              OR WRK-PARM-DIA GREATER 31
              DISPLAY '************************************************'
              DISPLAY '* CARTAO DE PARAMETROS INVALIDO: INFORMAR A    *'
              DISPLAY '* DATA DO DIA (AAAAMMDD) NAS COLS 1-8          *'
              DISPLAY '* PROGRAMA ' WRK-PROGRAMA
                                          ' CANCELADO                *'
              DISPLAY '************************************************'
              MOVE 08 TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           CLOSE ARQPARM

           MOVE WRK-PARM-DATA          TO WRK-DAT-DIA
           COMPUTE WRK-INT-DIA =
                   FUNCTION INTEGER-OF-DATE (WRK-DAT-DIA)

           SET  WRK-CN-ARQTRM02        TO TRUE
           OPEN OUTPUT ARQTRM02

           IF NOT WRK-FS-TRM02-OK
              MOVE WRK-FS-ARQTRM02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQPND01        TO TRUE
           OPEN OUTPUT ARQPND01

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

           SET  WRK-CN-ARQAUD01        TO TRUE
           OPEN EXTEND ARQAUD01

           IF NOT WRK-FS-AUD01-OK
              MOVE WRK-FS-ARQAUD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE WRK-DAT-DIA            TO WRK-DAT-FORMATAR
           PERFORM 5800-FORMATAR-DATA
           MOVE WRK-DAT-FORMATADA      TO WRK-CAB1-DATA

           MOVE WRK-CAB1-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
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
      *    CARGA DO CATALOGO DE ARQUIVOS ENVIADOS A PARCEIROS          *
      *----------------------------------------------------------------*
       1200-CARREGAR-CATALOGO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQPAR01        TO TRUE
           OPEN INPUT ARQPAR01

           IF NOT WRK-FS-PAR01-OK
              MOVE WRK-FS-ARQPAR01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3810-LER-CATALOGO

           PERFORM 1210-ACUMULAR-CATALOGO
              UNTIL WRK-FS-PAR01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQPAR01
           .
      *----------------------------------------------------------------*
       1200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1210-ACUMULAR-CATALOGO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-PAR-QTDE NOT LESS 200
              DISPLAY '* TABELA DO CATALOGO DE ENVIOS ESGOTADA (200)'
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           IF ARQPAR01-QTD-DIAS-PRAZO NOT NUMERIC
              MOVE ZEROS               TO ARQPAR01-QTD-DIAS-PRAZO
           END-IF

           ADD 1 TO WRK-PAR-QTDE
           MOVE ARQPAR01-ID-ARQUIVO    TO WRK-PAR-ID-ARQUIVO
                                          (WRK-PAR-QTDE)
           MOVE ARQPAR01-COD-PARCEIRO  TO WRK-PAR-COD-PARCEIRO
                                          (WRK-PAR-QTDE)
           MOVE ARQPAR01-NOM-PARCEIRO  TO WRK-PAR-NOM-PARCEIRO
                                          (WRK-PAR-QTDE)
           MOVE ARQPAR01-QTD-DIAS-PRAZO
                                       TO WRK-PAR-QTD-DIAS-PRAZO
                                          (WRK-PAR-QTDE)

           PERFORM 3810-LER-CATALOGO
           .
      *----------------------------------------------------------------*
       1210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARGA DO REGISTRO DE ENVIOS DA RODADA ANTERIOR. ENVIOS JA   *
      *    ENCERRADOS (CONFIRMADOS, DIVERGENTES OU SEM CATALOGO) HA    *
      *    MAIS DE 180 DIAS SAO DESCARTADOS; PENDENTES SAO MANTIDOS    *
      *----------------------------------------------------------------*
       1300-CARREGAR-REGISTRO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQANT01        TO TRUE
           OPEN INPUT ARQANT01

           IF WRK-FS-ANT01-INEXISTENTE
              DISPLAY '* REGISTRO DE ENVIOS ANTERIOR AUSENTE - '
                      'PRIMEIRA RODADA'
              GO TO 1300-99-FIM
           END-IF

           IF NOT WRK-FS-ANT01-OK
              MOVE WRK-FS-ARQANT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3820-LER-REGISTRO-ANTERIOR

           PERFORM 1310-ACUMULAR-REGISTRO
              UNTIL WRK-FS-ANT01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQANT01
           .
      *----------------------------------------------------------------*
       1300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1310-ACUMULAR-REGISTRO SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT ARQTRM01-AGUARDANDO
              AND NOT ARQTRM01-VENCIDO
              COMPUTE WRK-INT-GERACAO =
                      FUNCTION INTEGER-OF-DATE (ARQTRM01-DAT-GERACAO)
              IF WRK-INT-DIA - WRK-INT-GERACAO
                 GREATER WRK-DIAS-RETENCAO
                 ADD 1 TO ACU-DESCARTADOS
                 GO TO 1310-90-LER
              END-IF
           END-IF

           PERFORM 5900-INCLUIR-ENVIO
           .
      *----------------------------------------------------------------*
       1310-90-LER.
      *----------------------------------------------------------------*
      *
           PERFORM 3820-LER-REGISTRO-ANTERIOR
           .
      *----------------------------------------------------------------*
       1310-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PRAZO DA CONFIRMACAO: A DATA DE GERACAO AVANCADA DA QTDE DE *
      *    DIAS UTEIS DO CATALOGO (SABADO/DOMINGO/FERIADO NAO CONTAM)  *
      *----------------------------------------------------------------*
       1600-CALCULAR-LIMITE SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WRK-INT-LIMITE =
                   FUNCTION INTEGER-OF-DATE (ARQTRM01-DAT-GERACAO)
           MOVE ZEROS                  TO WRK-DIAS-CONTADOS

           PERFORM 1610-AVANCAR-DIA-UTIL
              UNTIL WRK-DIAS-CONTADOS NOT LESS WRK-DIAS-PRAZO

           COMPUTE WRK-DAT-LIMITE =
                   FUNCTION DATE-OF-INTEGER (WRK-INT-LIMITE)
           .
      *----------------------------------------------------------------*
       1600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1610-AVANCAR-DIA-UTIL SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-INT-LIMITE

           PERFORM 1620-VERIFICAR-DIA-UTIL

           IF WRK-DIA-UTIL
              ADD 1 TO WRK-DIAS-CONTADOS
           END-IF
           .
      *----------------------------------------------------------------*
       1610-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    VERIFICA SE O DIA E UTIL (SABADO/DOMINGO/FERIADO NAO E)     *
      *----------------------------------------------------------------*
       1620-VERIFICAR-DIA-UTIL SECTION.
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

           PERFORM 1630-PROCURAR-FERIADO
              VARYING WRK-FER-IDX FROM 1 BY 1
              UNTIL WRK-FER-IDX GREATER WRK-FER-QTDE
                 OR WRK-DIA-NAO-UTIL
           .
      *----------------------------------------------------------------*
       1620-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1630-PROCURAR-FERIADO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-FER-DATA (WRK-FER-IDX) EQUAL WRK-DAT-LIMITE
              SET WRK-DIA-NAO-UTIL     TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       1630-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ENVIOS NOVOS REGISTRADOS PELOS PROGRAMAS GERADORES: NUMERA  *
      *    A GERACAO E ABRE A PENDENCIA DE CONFIRMACAO                 *
      *----------------------------------------------------------------*
       2000-REGISTRAR-ENVIOS SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 4950-GRAVAR-LINHA
           MOVE 'ENVIOS REGISTRADOS DESDE A ULTIMA RODADA'
                                       TO WRK-CAB-TIT-TEXTO
           MOVE WRK-CAB-TITULO         TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           MOVE WRK-CAB-ENVIO          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQTRM01        TO TRUE
           OPEN INPUT ARQTRM01

           IF WRK-FS-TRM01-INEXISTENTE
              MOVE '  NENHUM'          TO WRK-LINHA-IMPRESSAO
              PERFORM 4950-GRAVAR-LINHA
              GO TO 2000-99-FIM
           END-IF

           IF NOT WRK-FS-TRM01-OK
              MOVE WRK-FS-ARQTRM01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3830-LER-ENVIO

           PERFORM 2010-REGISTRAR-ENVIO
              UNTIL WRK-FS-TRM01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQTRM01

           IF ACU-LIDOS-ARQTRM01 EQUAL ZEROS
              MOVE '  NENHUM'          TO WRK-LINHA-IMPRESSAO
              PERFORM 4950-GRAVAR-LINHA
           END-IF
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2010-REGISTRAR-ENVIO SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 5200-ULTIMA-GERACAO
           ADD 1 TO WRK-ULT-GERACAO    GIVING ARQTRM01-NUM-GERACAO

           MOVE ZEROS                  TO ARQTRM01-DAT-CONFIRMACAO
                                          ARQTRM01-QTDE-CONFIRMADA
                                          ARQTRM01-VAL-HASH-CONFIRMADO
                                          ARQTRM01-DAT-LIMITE

           PERFORM 5100-PROCURAR-CATALOGO

           IF WRK-PAR-IDX GREATER WRK-PAR-QTDE
              SET ARQTRM01-SEM-CATALOGO
                                       TO TRUE
              MOVE SPACES              TO ARQTRM01-COD-PARCEIRO
              ADD 1 TO ACU-SEM-CATALOGO
           ELSE
              SET ARQTRM01-AGUARDANDO  TO TRUE
              MOVE WRK-PAR-COD-PARCEIRO (WRK-PAR-IDX)
                                       TO ARQTRM01-COD-PARCEIRO
              MOVE WRK-PAR-QTD-DIAS-PRAZO (WRK-PAR-IDX)
                                       TO WRK-DIAS-PRAZO
              PERFORM 1600-CALCULAR-LIMITE
              MOVE WRK-DAT-LIMITE      TO ARQTRM01-DAT-LIMITE
           END-IF

           PERFORM 5900-INCLUIR-ENVIO

           MOVE WRK-ENV-QTDE           TO WRK-ENV-IDX
           PERFORM 2900-IMPRIMIR-ENVIO

           PERFORM 3830-LER-ENVIO
           .
      *----------------------------------------------------------------*
       2010-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CONFIRMACOES DOS PARCEIROS: BAIXA O ENVIO PENDENTE MAIS     *
      *    ANTIGO DO ARQUIVO NA DATA DE GERACAO CONFIRMADA (OU A       *
      *    GERACAO INFORMADA) E CONFERE OS TOTAIS                      *
      *----------------------------------------------------------------*
       2100-BAIXAR-CONFIRMACOES SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 4950-GRAVAR-LINHA
           MOVE 'CONFIRMACOES RECEBIDAS DOS PARCEIROS'
                                       TO WRK-CAB-TIT-TEXTO
           MOVE WRK-CAB-TITULO         TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           MOVE WRK-CAB-ENVIO          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQACK01        TO TRUE
           OPEN INPUT ARQACK01

           IF WRK-FS-ACK01-INEXISTENTE
              MOVE '  NENHUMA'         TO WRK-LINHA-IMPRESSAO
              PERFORM 4950-GRAVAR-LINHA
              GO TO 2100-99-FIM
           END-IF

           IF NOT WRK-FS-ACK01-OK
              MOVE WRK-FS-ARQACK01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3840-LER-CONFIRMACAO

           PERFORM 2110-APLICAR-CONFIRMACAO
              UNTIL WRK-FS-ACK01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQACK01

           IF ACU-LIDOS-ARQACK01 EQUAL ZEROS
              MOVE '  NENHUMA'         TO WRK-LINHA-IMPRESSAO
              PERFORM 4950-GRAVAR-LINHA
           END-IF
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2110-APLICAR-CONFIRMACAO SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 5300-PROCURAR-PENDENTE

           IF WRK-ENV-IDX GREATER WRK-ENV-QTDE
              ADD 1 TO ACU-CONFIRM-SEM-ENVIO
              PERFORM 2120-IMPRIMIR-SEM-ENVIO
              GO TO 2110-90-LER
           END-IF

           MOVE ARQACK01-DAT-RECEBIMENTO
                                       TO WRK-ENV-DAT-CONFIRMACAO
                                          (WRK-ENV-IDX)
           MOVE ARQACK01-QTDE-REGS     TO WRK-ENV-QTDE-CONFIRMADA
                                          (WRK-ENV-IDX)
           MOVE ARQACK01-VAL-HASH      TO WRK-ENV-VAL-HASH-CONFIRMADO
                                          (WRK-ENV-IDX)

           IF ARQACK01-QTDE-REGS EQUAL WRK-ENV-QTDE-REGS (WRK-ENV-IDX)
              AND ARQACK01-VAL-HASH EQUAL
                  WRK-ENV-VAL-HASH (WRK-ENV-IDX)
              SET WRK-ENV-CONFIRMADO (WRK-ENV-IDX)
                                       TO TRUE
              ADD 1 TO ACU-CONFIRMADOS
           ELSE
              SET WRK-ENV-DIVERGENTE (WRK-ENV-IDX)
                                       TO TRUE
              ADD 1 TO ACU-DIVERGENTES
              MOVE 'D'                 TO ARQPND01-TIP-ALERTA
              PERFORM 2300-GRAVAR-ALERTA
           END-IF

           PERFORM 2900-IMPRIMIR-ENVIO
           .
      *----------------------------------------------------------------*
       2110-90-LER.
      *----------------------------------------------------------------*
      *
           PERFORM 3840-LER-CONFIRMACAO
           .
      *----------------------------------------------------------------*
       2110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CONFIRMACAO SEM ENVIO PENDENTE CORRESPONDENTE (DUPLICADA OU *
      *    DE ARQUIVO/DATA DESCONHECIDOS): SO VAI PARA O RELATORIO     *
      *----------------------------------------------------------------*
       2120-IMPRIMIR-SEM-ENVIO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQACK01-ID-ARQUIVO    TO WRK-DEV-ARQUIVO
           MOVE ARQACK01-NUM-GERACAO   TO WRK-DEV-GERACAO
           MOVE ARQACK01-DAT-GERACAO   TO WRK-DAT-FORMATAR
           PERFORM 5800-FORMATAR-DATA
           MOVE WRK-DAT-FORMATADA      TO WRK-DEV-DATA
           MOVE ARQACK01-COD-PARCEIRO  TO WRK-DEV-PARCEIRO
           MOVE ZEROS                  TO WRK-DEV-QTDE
                                          WRK-DEV-HASH
           MOVE ARQACK01-QTDE-REGS     TO WRK-DEV-QTDE-CONF
           MOVE ARQACK01-VAL-HASH      TO WRK-DEV-HASH-CONF
           MOVE SPACES                 TO WRK-DEV-LIMITE
           MOVE 'SEM ENVIO'            TO WRK-DEV-SITUACAO

           MOVE WRK-DET-ENVIO          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       2120-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ENVIOS AINDA SEM CONFIRMACAO APOS O PRAZO: ALERTA A CADA    *
      *    RODADA ATE A CONFIRMACAO CHEGAR                             *
      *----------------------------------------------------------------*
       2200-VERIFICAR-PRAZOS SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 4950-GRAVAR-LINHA
           MOVE 'ENVIOS SEM CONFIRMACAO APOS O PRAZO'
                                       TO WRK-CAB-TIT-TEXTO
           MOVE WRK-CAB-TITULO         TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           MOVE WRK-CAB-ENVIO          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 2210-VERIFICAR-ENVIO
              VARYING WRK-ENV-IDX FROM 1 BY 1
              UNTIL WRK-ENV-IDX GREATER WRK-ENV-QTDE

           IF ACU-VENCIDOS EQUAL ZEROS
              MOVE '  NENHUM'          TO WRK-LINHA-IMPRESSAO
              PERFORM 4950-GRAVAR-LINHA
           END-IF
           .
      *----------------------------------------------------------------*
       2200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2210-VERIFICAR-ENVIO SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT WRK-ENV-PENDENTE (WRK-ENV-IDX)
              GO TO 2210-99-FIM
           END-IF

           IF WRK-ENV-DAT-LIMITE (WRK-ENV-IDX) NOT LESS WRK-DAT-DIA
              ADD 1 TO ACU-AGUARDANDO
              GO TO 2210-99-FIM
           END-IF

           SET WRK-ENV-VENCIDO (WRK-ENV-IDX)
                                       TO TRUE
           ADD 1 TO ACU-VENCIDOS

           MOVE 'S'                    TO ARQPND01-TIP-ALERTA
           PERFORM 2300-GRAVAR-ALERTA

           PERFORM 2900-IMPRIMIR-ENVIO
           .
      *----------------------------------------------------------------*
       2210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ALERTA DO ENVIO CORRENTE PARA O BOLETIM (TIPO JA MOVIDO)    *
      *----------------------------------------------------------------*
       2300-GRAVAR-ALERTA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-ENV-ID-ARQUIVO (WRK-ENV-IDX)
                                       TO ARQPND01-ID-ARQUIVO
           MOVE WRK-ENV-NUM-GERACAO (WRK-ENV-IDX)
                                       TO ARQPND01-NUM-GERACAO
           MOVE WRK-ENV-DAT-GERACAO (WRK-ENV-IDX)
                                       TO ARQPND01-DAT-GERACAO
           MOVE WRK-ENV-DAT-LIMITE (WRK-ENV-IDX)
                                       TO ARQPND01-DAT-LIMITE
           MOVE WRK-ENV-QTDE-REGS (WRK-ENV-IDX)
                                       TO ARQPND01-QTDE-REGS
           MOVE WRK-ENV-VAL-HASH (WRK-ENV-IDX)
                                       TO ARQPND01-VAL-HASH
           MOVE WRK-ENV-QTDE-CONFIRMADA (WRK-ENV-IDX)
                                       TO ARQPND01-QTDE-CONFIRMADA
           MOVE WRK-ENV-VAL-HASH-CONFIRMADO (WRK-ENV-IDX)
                                       TO ARQPND01-VAL-HASH-CONFIRMADO

           MOVE WRK-ENV-ID-ARQUIVO (WRK-ENV-IDX)
                                       TO ARQTRM01-ID-ARQUIVO
           PERFORM 5100-PROCURAR-CATALOGO

           IF WRK-PAR-IDX GREATER WRK-PAR-QTDE
              MOVE WRK-ENV-COD-PARCEIRO (WRK-ENV-IDX)
                                       TO ARQPND01-NOM-PARCEIRO
           ELSE
              MOVE WRK-PAR-NOM-PARCEIRO (WRK-PAR-IDX)
                                       TO ARQPND01-NOM-PARCEIRO
           END-IF

           MOVE SPACES                 TO ARQPND01-REGISTRO (103:8)

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQPND01        TO TRUE

           WRITE FD-ARQPND01 FROM ARQPND01-REGISTRO

           IF WRK-FS-PND01-OK
              ADD 1 TO ACU-GRAVA-ARQPND01
           ELSE
              MOVE WRK-FS-ARQPND01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       2300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA O REGISTRO DE ENVIOS ATUALIZADO (CARRY)               *
      *----------------------------------------------------------------*
       2500-GRAVAR-REGISTRO SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2510-GRAVAR-ENVIO
              VARYING WRK-ENV-IDX FROM 1 BY 1
              UNTIL WRK-ENV-IDX GREATER WRK-ENV-QTDE
           .
      *----------------------------------------------------------------*
       2500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2510-GRAVAR-ENVIO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-ENV-LINHA (WRK-ENV-IDX)
                                       TO ARQTRM01-REGISTRO

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQTRM02        TO TRUE

           WRITE FD-ARQTRM02 FROM ARQTRM01-REGISTRO

           IF WRK-FS-TRM02-OK
              ADD 1 TO ACU-GRAVA-ARQTRM02
           ELSE
              MOVE WRK-FS-ARQTRM02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       2510-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LINHA DO RELATORIO PARA O ENVIO CORRENTE DA TABELA          *
      *----------------------------------------------------------------*
       2900-IMPRIMIR-ENVIO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-ENV-ID-ARQUIVO (WRK-ENV-IDX)
                                       TO WRK-DEV-ARQUIVO
           MOVE WRK-ENV-NUM-GERACAO (WRK-ENV-IDX)
                                       TO WRK-DEV-GERACAO
           MOVE WRK-ENV-DAT-GERACAO (WRK-ENV-IDX)
                                       TO WRK-DAT-FORMATAR
           PERFORM 5800-FORMATAR-DATA
           MOVE WRK-DAT-FORMATADA      TO WRK-DEV-DATA
           MOVE WRK-ENV-COD-PARCEIRO (WRK-ENV-IDX)
                                       TO WRK-DEV-PARCEIRO
           MOVE WRK-ENV-QTDE-REGS (WRK-ENV-IDX)
                                       TO WRK-DEV-QTDE
           MOVE WRK-ENV-VAL-HASH (WRK-ENV-IDX)
                                       TO WRK-DEV-HASH
           MOVE WRK-ENV-QTDE-CONFIRMADA (WRK-ENV-IDX)
                                       TO WRK-DEV-QTDE-CONF
           MOVE WRK-ENV-VAL-HASH-CONFIRMADO (WRK-ENV-IDX)
                                       TO WRK-DEV-HASH-CONF
           MOVE WRK-ENV-DAT-LIMITE (WRK-ENV-IDX)
                                       TO WRK-DAT-FORMATAR
           PERFORM 5800-FORMATAR-DATA
           MOVE WRK-DAT-FORMATADA      TO WRK-DEV-LIMITE

           EVALUATE TRUE
              WHEN WRK-ENV-AGUARDANDO (WRK-ENV-IDX)
                 MOVE 'AGUARDANDO'     TO WRK-DEV-SITUACAO
              WHEN WRK-ENV-CONFIRMADO (WRK-ENV-IDX)
                 MOVE 'CONFIRMADO'     TO WRK-DEV-SITUACAO
              WHEN WRK-ENV-DIVERGENTE (WRK-ENV-IDX)
                 MOVE 'TOTAIS DIVERG.' TO WRK-DEV-SITUACAO
              WHEN WRK-ENV-VENCIDO (WRK-ENV-IDX)
                 MOVE 'PRAZO VENCIDO'  TO WRK-DEV-SITUACAO
              WHEN OTHER
                 MOVE 'SEM CATALOGO'   TO WRK-DEV-SITUACAO
           END-EVALUATE

           MOVE WRK-DET-ENVIO          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       2900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3810-LER-CATALOGO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQPAR01        TO TRUE

           READ ARQPAR01 INTO ARQPAR01-REGISTRO

           IF NOT WRK-FS-PAR01-OK
              AND NOT WRK-FS-PAR01-FIM
              MOVE WRK-FS-ARQPAR01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3810-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3820-LER-REGISTRO-ANTERIOR SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQANT01        TO TRUE

           READ ARQANT01 INTO ARQTRM01-REGISTRO

           IF WRK-FS-ANT01-OK
              ADD 1 TO ACU-LIDOS-ARQANT01
           ELSE
              IF NOT WRK-FS-ANT01-FIM
                 MOVE WRK-FS-ARQANT01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3820-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3830-LER-ENVIO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQTRM01        TO TRUE

           READ ARQTRM01 INTO ARQTRM01-REGISTRO

           IF WRK-FS-TRM01-OK
              ADD 1 TO ACU-LIDOS-ARQTRM01
           ELSE
              IF NOT WRK-FS-TRM01-FIM
                 MOVE WRK-FS-ARQTRM01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3830-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3840-LER-CONFIRMACAO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQACK01        TO TRUE

           READ ARQACK01 INTO ARQACK01-REGISTRO

           IF WRK-FS-ACK01-OK
              ADD 1 TO ACU-LIDOS-ARQACK01
           ELSE
              IF NOT WRK-FS-ACK01-FIM
                 MOVE WRK-FS-ARQACK01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3840-99-FIM.
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
           MOVE ACU-LIDOS-ARQTRM01      TO ARQAUD01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQTRM02      TO ARQAUD01-QTDE-GRAVA
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
      *    ROTINA DE FINALIZACAO: RESUMO DE CONTROLE E FECHAMENTO      *
      *----------------------------------------------------------------*
       4000-FINALIZAR SECTION.
      *----------------------------------------------------------------*
      *
           IF ACU-GRAVA-ARQPND01 GREATER ZEROS
              MOVE 04                  TO RETURN-CODE
           END-IF

           PERFORM 4800-GRAVAR-TOTAIS

           PERFORM 3980-GRAVAR-AUDITORIA

           SET  WRK-CN-CLOSE           TO TRUE

           SET  WRK-CN-ARQTRM02        TO TRUE
           CLOSE ARQTRM02
           IF NOT WRK-FS-TRM02-OK
              MOVE WRK-FS-ARQTRM02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

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

           SET  WRK-CN-ARQAUD01        TO TRUE
           CLOSE ARQAUD01
           IF NOT WRK-FS-AUD01-OK
              MOVE WRK-FS-ARQAUD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           DISPLAY '**************************************************'
           MOVE ACU-LIDOS-ARQTRM01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE ENVIOS NOVOS          : ' WRK-MASK-QTDE  '*'
           MOVE ACU-LIDOS-ARQACK01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE CONFIRMACOES LIDAS    : ' WRK-MASK-QTDE  '*'
           MOVE ACU-DIVERGENTES        TO WRK-MASK-QTDE
           DISPLAY '* QTDE TOTAIS DIVERGENTES    : ' WRK-MASK-QTDE  '*'
           MOVE ACU-VENCIDOS           TO WRK-MASK-QTDE
           DISPLAY '* QTDE SEM CONFIRM. NO PRAZO : ' WRK-MASK-QTDE  '*'
           MOVE ACU-GRAVA-ARQTRM02     TO WRK-MASK-QTDE
           DISPLAY '* QTDE NO REGISTRO DE ENVIOS : ' WRK-MASK-QTDE  '*'
           DISPLAY '*                                                *'
           DISPLAY '* ' WRK-PROGRAMA
                             ' FIM NORMAL                            *'
           DISPLAY '**************************************************'

           PERFORM 9900-FIM-PROGRAMA
           .
      *----------------------------------------------------------------*
       4000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    RESUMO DE CONTROLE NO FIM DO RELATORIO                      *
      *----------------------------------------------------------------*
       4800-GRAVAR-TOTAIS SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'ENVIOS NO REGISTRO ANTERIOR.............:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-LIDOS-ARQANT01     TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE '  DESCARTADOS PELA RETENCAO (180 DIAS)..:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-DESCARTADOS        TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'ENVIOS NOVOS REGISTRADOS................:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-LIDOS-ARQTRM01     TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE '  SEM CATALOGO (SEM CONFIRMACAO)........:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-SEM-CATALOGO       TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'CONFIRMACOES RECEBIDAS..................:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-LIDOS-ARQACK01     TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE '  CONFERIDAS COM OS TOTAIS ENVIADOS.....:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-CONFIRMADOS        TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE '  COM TOTAIS DIVERGENTES (ALERTA).......:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-DIVERGENTES        TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE '  SEM ENVIO PENDENTE CORRESPONDENTE.....:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-CONFIRM-SEM-ENVIO  TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'ENVIOS AGUARDANDO CONFIRMACAO NO PRAZO..:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-AGUARDANDO         TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'ENVIOS SEM CONFIRMACAO APOS O PRAZO.....:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-VENCIDOS           TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'ALERTAS GRAVADOS PARA O BOLETIM.........:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-GRAVA-ARQPND01     TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'ENVIOS NO REGISTRO ATUALIZADO...........:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-GRAVA-ARQTRM02     TO WRK-RES-QTDE
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
      *    ARQUIVO DE ARQTRM01-ID-ARQUIVO NO CATALOGO                  *
      *----------------------------------------------------------------*
       5100-PROCURAR-CATALOGO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-PAR-IDX

           PERFORM 5110-PROXIMO-CATALOGO
              UNTIL WRK-PAR-IDX GREATER WRK-PAR-QTDE
                 OR WRK-PAR-ID-ARQUIVO (WRK-PAR-IDX) EQUAL
                    ARQTRM01-ID-ARQUIVO
           .
      *----------------------------------------------------------------*
       5100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5110-PROXIMO-CATALOGO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-PAR-IDX
           .
      *----------------------------------------------------------------*
       5110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    MAIOR GERACAO JA REGISTRADA PARA ARQTRM01-ID-ARQUIVO        *
      *----------------------------------------------------------------*
       5200-ULTIMA-GERACAO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-ULT-GERACAO

           PERFORM 5210-COMPARAR-GERACAO
              VARYING WRK-ENV-IDX FROM 1 BY 1
              UNTIL WRK-ENV-IDX GREATER WRK-ENV-QTDE
           .
      *----------------------------------------------------------------*
       5200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5210-COMPARAR-GERACAO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-ENV-ID-ARQUIVO (WRK-ENV-IDX) EQUAL
              ARQTRM01-ID-ARQUIVO
              AND WRK-ENV-NUM-GERACAO (WRK-ENV-IDX)
                  GREATER WRK-ULT-GERACAO
              MOVE WRK-ENV-NUM-GERACAO (WRK-ENV-IDX)
                                       TO WRK-ULT-GERACAO
           END-IF
           .
      *----------------------------------------------------------------*
       5210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ENVIO PENDENTE (AGUARDANDO OU VENCIDO) DA CONFIRMACAO LIDA: *
      *    MESMO ARQUIVO E DATA DE GERACAO E, SE INFORMADA, A MESMA    *
      *    GERACAO. A TABELA ESTA EM ORDEM DE ENVIO: ACHA O MAIS       *
      *    ANTIGO                                                      *
      *----------------------------------------------------------------*
       5300-PROCURAR-PENDENTE SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-ENV-IDX

           PERFORM 5310-PROXIMO-PENDENTE
              UNTIL WRK-ENV-IDX GREATER WRK-ENV-QTDE
                 OR (WRK-ENV-PENDENTE (WRK-ENV-IDX)
                 AND WRK-ENV-ID-ARQUIVO (WRK-ENV-IDX) EQUAL
                     ARQACK01-ID-ARQUIVO
                 AND WRK-ENV-DAT-GERACAO (WRK-ENV-IDX) EQUAL
                     ARQACK01-DAT-GERACAO
                 AND (ARQACK01-NUM-GERACAO EQUAL ZEROS
                  OR WRK-ENV-NUM-GERACAO (WRK-ENV-IDX) EQUAL
                     ARQACK01-NUM-GERACAO))
           .
      *----------------------------------------------------------------*
       5300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5310-PROXIMO-PENDENTE SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-ENV-IDX
           .
      *----------------------------------------------------------------*
       5310-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    DATA AAAAMMDD EM DD/MM/AAAA (ZEROS = BRANCOS)               *
      *----------------------------------------------------------------*
       5800-FORMATAR-DATA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-DAT-FORMATADA

           IF WRK-DAT-FORMATAR EQUAL ZEROS
              GO TO 5800-99-FIM
           END-IF

           MOVE WRK-FMT-DIA            TO WRK-DAT-FORMATADA (1:2)
           MOVE '/'                    TO WRK-DAT-FORMATADA (3:1)
           MOVE WRK-FMT-MES            TO WRK-DAT-FORMATADA (4:2)
           MOVE '/'                    TO WRK-DAT-FORMATADA (6:1)
           MOVE WRK-FMT-ANO            TO WRK-DAT-FORMATADA (7:4)
           .
      *----------------------------------------------------------------*
       5800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    INCLUI ARQTRM01-REGISTRO NO FIM DA TABELA DE ENVIOS         *
      *----------------------------------------------------------------*
       5900-INCLUIR-ENVIO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-ENV-QTDE NOT LESS 6000
              DISPLAY '* TABELA DO REGISTRO DE ENVIOS ESGOTADA (6000)'
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           ADD 1 TO WRK-ENV-QTDE
           MOVE ARQTRM01-REGISTRO      TO WRK-ENV-LINHA (WRK-ENV-QTDE)
           .
      *----------------------------------------------------------------*
       5900-99-FIM.
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
           MOVE ACU-LIDOS-ARQTRM01
                                  TO ERRO01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQTRM02
                                  TO ERRO01-QTDE-GRAVADOS
           MOVE ARQTRM01-ID-ARQUIVO
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
