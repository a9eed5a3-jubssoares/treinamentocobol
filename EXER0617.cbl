      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0617.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0617                                      *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   EXPURGO COM ARQUIVAMENTO DAS TABELAS DB2    *
      *                    DE HISTORICO (LGPD): CAMP_HISTORICO         *
      *                    (CONTATOS DE CAMPANHA - EXER0505/EXER0512)  *
      *                    E EXTR_CLIENTE (HISTORICO DE EXTRACOES -    *
      *                    EXER0405). AS LINHAS MAIS ANTIGAS QUE A     *
      *                    RETENCAO DA TABELA (RTD06117, UM CARTAO     *
      *                    POR TABELA) SAO DESCARREGADAS (ARM06117),   *
      *                    EXCLUIDAS COM COMMIT PERIODICO E PONTO DE   *
      *                    CONTROLE A CADA COMMIT (CKP06117), E A      *
      *                    DESCARGA E COPIADA PARA O ARQUIVO MORTO     *
      *                    (CARTAO REPRO PARA O PASSO IDCAMS) E        *
      *                    REGISTRADA NO CATALOGO CAT06105.            *
      *                    NA CAMP_HISTORICO O ULTIMO CONTATO DE CADA  *
      *                    CLIENTE NUNCA E EXPURGADO (ATRIBUICAO DO    *
      *                    EXER0514, CONSULTAS DO EXER0511/EXER0124)   *
      *                    E A RETENCAO NAO DESCE ABAIXO DO PISO DAS   *
      *                    JANELAS DE FREQUENCIA/SUPRESSAO DO EXER0505 *
      *                    E DE ATRIBUICAO DO EXER0515.                *
      *----------------------------------------------------------------*
      *    CARTAO (ARQPARM): COLS 1-8   DATA DE REFERENCIA (AAAAMMDD)  *
      *                      COLS 9-13  INTERVALO DE COMMIT            *
      *                                 (ZEROS = 00100)                *
      *                      COLS 14-21 QUALIFICADOR DB2 (OPCIONAL)    *
      *                      COLS 22-39 REINICIO: TABELA DO ULTIMO     *
      *                                 CHECKPOINT (BRANCOS = NORMAL)  *
      *                      COLS 40-49 REINICIO: CCLUB DO ULTIMO      *
      *                                 CHECKPOINT                     *
      *                      COLS 50-58 REINICIO: QTD-ARQUIV DO ULTIMO *
      *                                 CHECKPOINT                     *
      *    NO REINICIO A DESCARGA DA EXECUCAO INTERROMPIDA (ARQANT01/  *
      *    ARQANT02) E RECOPIADA NA NOVA DESCARGA: INTEGRAL PARA A     *
      *    TABELA JA CONCLUIDA E ATE O QTD-ARQUIV DO CHECKPOINT (LINHAS*
      *    COMITADAS) PARA A TABELA DO REINICIO.                       *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPARM                                   (CARTAO)        *
      *      ARQRTD01 (RETENCAO POR TABELA)            RTD06117        *
      *      ARQARC01 (DESCARGA CAMP_HISTORICO)        ARM06117        *
      *      ARQARC02 (DESCARGA EXTR_CLIENTE)          ARM06117        *
      *      ARQANT01 (DESCARGA ANTERIOR CAMP - REIN.) ARM06117        *
      *      ARQANT02 (DESCARGA ANTERIOR EXTR - REIN.) ARM06117        *
      *      ARQCKP01 (PONTOS DE CONTROLE)             CKP06117        *
      *      ARQCAT01 (CATALOGO DO ARQUIVO MORTO)      CAT06105        *
      *      ARQCMD01                                  (SYSIN IDCAMS)  *
      *      ARQREL01                                  (RELATORIO)     *
      *      ARQAUD01                                  AUD00105        *
      *    TABELAS DB2: CAMP_HISTORICO, EXTR_CLIENTE                   *
      *----------------------------------------------------------------*
      *    ROTINAS.....:  ERRO2000 - TRATAMENTO CENTRALIZADO DE ERROS  *
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

           SELECT OPTIONAL ARQRTD01 ASSIGN TO UT-S-ARQRTD01
                      FILE STATUS      IS WRK-FS-ARQRTD01.

           SELECT ARQARC01 ASSIGN      TO UT-S-ARQARC01
                      FILE STATUS      IS WRK-FS-ARQARC01.

           SELECT ARQARC02 ASSIGN      TO UT-S-ARQARC02
                      FILE STATUS      IS WRK-FS-ARQARC02.

           SELECT OPTIONAL ARQANT01 ASSIGN TO UT-S-ARQANT01
                      FILE STATUS      IS WRK-FS-ARQANT01.

           SELECT OPTIONAL ARQANT02 ASSIGN TO UT-S-ARQANT02
                      FILE STATUS      IS WRK-FS-ARQANT02.

           SELECT ARQCKP01 ASSIGN      TO UT-S-ARQCKP01
                      FILE STATUS      IS WRK-FS-ARQCKP01.

           SELECT ARQCAT01 ASSIGN      TO UT-S-ARQCAT01
                      FILE STATUS      IS WRK-FS-ARQCAT01.

           SELECT ARQCMD01 ASSIGN      TO UT-S-ARQCMD01
                      FILE STATUS      IS WRK-FS-ARQCMD01.

           SELECT ARQREL01 ASSIGN      TO UT-S-ARQREL01
                      FILE STATUS      IS WRK-FS-ARQREL01.

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
      *   INPUT:      RETENCAO POR TABELA DB2 (OPCIONAL)              *
      *               ORG. SEQUENCIAL   -   LRECL = 080               *
      *---------------------------------------------------------------*

       FD  ARQRTD01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQRTD01             PIC X(080).

      *---------------------------------------------------------------*
      *   OUTPUT:     DESCARGA DAS LINHAS EXPURGADAS DA CAMP_HISTORICO*
      *               ORG. SEQUENCIAL   -   LRECL = 147               *
      *---------------------------------------------------------------*

       FD  ARQARC01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQARC01             PIC X(147).

      *---------------------------------------------------------------*
      *   OUTPUT:     DESCARGA DAS LINHAS EXPURGADAS DA EXTR_CLIENTE  *
      *               ORG. SEQUENCIAL   -   LRECL = 147               *
      *---------------------------------------------------------------*

       FD  ARQARC02
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQARC02             PIC X(147).

      *---------------------------------------------------------------*
      *   INPUT:      DESCARGAS DA EXECUCAO INTERROMPIDA (REINICIO)   *
      *               ORG. SEQUENCIAL   -   LRECL = 147               *
      *---------------------------------------------------------------*

       FD  ARQANT01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQANT01             PIC X(147).

       FD  ARQANT02
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQANT02             PIC X(147).

      *---------------------------------------------------------------*
      *   OUTPUT:     PONTOS DE CONTROLE (CHECKPOINT) DO EXPURGO      *
      *               ORG. SEQUENCIAL   -   LRECL = 060               *
      *---------------------------------------------------------------*

       FD  ARQCKP01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQCKP01             PIC X(060).

      *---------------------------------------------------------------*
      *   OUTPUT:     CATALOGO CUMULATIVO DO ARQUIVO MORTO (MOD)      *
      *               ORG. SEQUENCIAL   -   LRECL = 117               *
      *---------------------------------------------------------------*

       FD  ARQCAT01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQCAT01             PIC X(117).

      *---------------------------------------------------------------*
      *   OUTPUT:     CARTOES REPRO PARA O PASSO IDCAMS               *
      *               ORG. SEQUENCIAL   -   LRECL = 080               *
      *---------------------------------------------------------------*

       FD  ARQCMD01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQCMD01             PIC X(080).

      *---------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DO EXPURGO POR TABELA                 *
      *               ORG. SEQUENCIAL   -   LRECL = 132               *
      *---------------------------------------------------------------*

       FD  ARQREL01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQREL01             PIC X(132).

      *---------------------------------------------------------------*
      *   OUTPUT:     LOG DE AUDITORIA DE EXECUCAO (COMPARTILHADO)    *
      *---------------------------------------------------------------*

       FD  ARQAUD01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQAUD01             PIC X(051).

      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0617 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0617'.
       77 WRK-ERRO2000            PIC  X(008) VALUE 'ERRO2000'.
       77 WRK-MASK-QTDE           PIC  ZZZ.ZZZ.ZZ9.
       77 WRK-QUALIFICADOR-DB2    PIC  X(008) VALUE 'DB2PRD'.
       77 WRK-TABELA              PIC  X(010) VALUE SPACES.
       77 WRK-SQLCODE             PIC  -99999.
       77 WRK-QTDE-REGS-COMMIT    PIC  9(005) VALUE 100.
       77 WRK-CONT-COMMIT         PIC  9(005) VALUE ZEROS.
       77 WRK-RC-FINAL            PIC  9(002) VALUE ZEROS.
      *
      *    RETENCAO PADRAO (TABELA SEM CARTAO) E PISO DA CAMP_HISTORICO:
      *    JANELA DE FREQUENCIA E DE SUPRESSAO DO EXER0505 (090 DIAS)
      *    E JANELAS ANTES/DEPOIS DO CONTATO DO EXER0515 (030 DIAS)
       77 WRK-DIAS-PADRAO-CAMP    PIC  9(004) VALUE 0730.
       77 WRK-DIAS-PADRAO-EXTR    PIC  9(004) VALUE 0180.
       77 WRK-DIAS-PISO-CAMP      PIC  9(004) VALUE 0090.
      *
       01 WRK-PARM-REGISTRO.
          05 WRK-PARM-DAT-REF     PIC  9(008) VALUE ZEROS.
          05 FILLER REDEFINES WRK-PARM-DAT-REF.
             10 WRK-REF-ANO       PIC  9(004).
             10 WRK-REF-MES       PIC  9(002).
             10 WRK-REF-DIA       PIC  9(002).
          05 WRK-PARM-QTDE-REGS-COMMIT PIC 9(005) VALUE ZEROS.
          05 WRK-PARM-QUALIFICADOR-DB2 PIC X(008) VALUE SPACES.
          05 WRK-PARM-REIN-TABELA PIC  X(018) VALUE SPACES.
          05 WRK-PARM-REIN-CCLUB  PIC  9(010) VALUE ZEROS.
          05 WRK-PARM-REIN-QTD-ARQUIV PIC 9(009) VALUE ZEROS.
          05 FILLER               PIC  X(022) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    CONTROLE DAS TABELAS EXPURGADAS (1 = CAMP_HISTORICO,        *
      *    2 = EXTR_CLIENTE)                                           *
      *----------------------------------------------------------------*
       77 WRK-TAB-IDX             PIC  9(001) VALUE ZEROS.
      *
       01 WRK-TAB-TABELA.
          05 WRK-TAB-LINHA        OCCURS 2 TIMES.
             10 WRK-TAB-NOME      PIC X(018).
             10 WRK-TAB-SUFIXO    PIC X(005).
             10 WRK-TAB-DDNAME    PIC X(008).
             10 WRK-TAB-DSN-BASE  PIC X(044).
             10 WRK-TAB-DIAS      PIC 9(004).
             10 WRK-TAB-DAT-CORTE PIC 9(008).
             10 WRK-TAB-CORTE-DB2 PIC X(010).
             10 WRK-TAB-DSN-ARQUIVO PIC X(044).
             10 WRK-TAB-SW-REINICIO PIC X(001).
                88 WRK-TAB-REINICIADA      VALUE 'S'.
             10 WRK-TAB-SW-SALTADA  PIC X(001).
                88 WRK-TAB-SALTADA         VALUE 'S'.
             10 WRK-TAB-RECUPERADAS PIC 9(009).
             10 WRK-TAB-ARQUIVADAS PIC 9(009).
             10 WRK-TAB-EXCLUIDAS  PIC 9(009).
             10 WRK-TAB-JA-EXCLUIDAS PIC 9(009).
             10 WRK-TAB-ULT-CCLUB  PIC 9(010).
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS-ARQRTD01     PIC 9(007) VALUE ZEROS.
           03 ACU-CARTOES-IGNORADOS  PIC 9(007) VALUE ZEROS.
           03 ACU-TOTAL-ARQUIVADAS   PIC 9(009) VALUE ZEROS.
           03 ACU-TOTAL-EXCLUIDAS    PIC 9(009) VALUE ZEROS.
           03 ACU-GRAVA-ARQCKP01     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQCAT01     PIC 9(007) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    AREAS DE APOIO DAS DATAS E DO NOME DO ARQUIVO MORTO         *
      *----------------------------------------------------------------*
       77 WRK-INT-REFERENCIA      PIC  9(007) VALUE ZEROS.
       77 WRK-INT-CORTE           PIC  9(007) VALUE ZEROS.
       77 WRK-HORA-ARQUIVO        PIC  X(004) VALUE SPACES.
       77 WRK-LIMITE-COPIA        PIC  9(009) VALUE ZEROS.
      *
       01 WRK-DAT-CORTE-DESM.
          05 WRK-CRT-ANO          PIC  9(004) VALUE ZEROS.
          05 WRK-CRT-MES          PIC  9(002) VALUE ZEROS.
          05 WRK-CRT-DIA          PIC  9(002) VALUE ZEROS.
      *
       01 WRK-DAT-EDITADA.
          05 WRK-EDT-DIA          PIC  9(002) VALUE ZEROS.
          05 FILLER               PIC  X(001) VALUE '/'.
          05 WRK-EDT-MES          PIC  9(002) VALUE ZEROS.
          05 FILLER               PIC  X(001) VALUE '/'.
          05 WRK-EDT-ANO          PIC  9(004) VALUE ZEROS.
      *
       01 WRK-LINHA-COMANDO       PIC X(080) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    LINHAS DO RELATORIO DO EXPURGO                              *
      *----------------------------------------------------------------*
       01 WRK-REL-CABEC1.
          05 FILLER               PIC X(047) VALUE
             'EXPURGO COM ARQUIVAMENTO DAS TABELAS DB2 EM    '.
          05 WRK-CAB-DATA         PIC X(010) VALUE SPACES.
          05 FILLER               PIC X(075) VALUE SPACES.

       01 WRK-REL-CABEC2.
          05 FILLER               PIC X(044) VALUE
             'TABELA              RETENCAO   CORTE        '.
          05 FILLER               PIC X(044) VALUE
             '    ARQUIVADAS   EXCLUIDAS  JA EXCLUIDAS  AR'.
          05 FILLER               PIC X(044) VALUE
             'QUIVO MORTO                                 '.

       01 WRK-REL-DETALHE.
          05 WRK-DET-TABELA       PIC X(018) VALUE SPACES.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DET-DIAS         PIC ZZZ9.
          05 FILLER               PIC X(005) VALUE ' DIAS'.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DET-CORTE        PIC X(010) VALUE SPACES.
          05 FILLER               PIC X(006) VALUE SPACES.
          05 WRK-DET-ARQUIVADAS   PIC ZZZ.ZZZ.ZZ9.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DET-EXCLUIDAS    PIC ZZZ.ZZZ.ZZ9.
          05 FILLER               PIC X(003) VALUE SPACES.
          05 WRK-DET-JA-EXCLUIDAS PIC ZZZ.ZZZ.ZZ9.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DET-ARQUIVO      PIC X(044) VALUE SPACES.
          05 FILLER               PIC X(002) VALUE SPACES.

       01 WRK-REL-TOTAL.
          05 WRK-TOT-TEXTO        PIC X(047) VALUE SPACES.
          05 WRK-TOT-ARQUIVADAS   PIC ZZZ.ZZZ.ZZ9.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-TOT-EXCLUIDAS    PIC ZZZ.ZZZ.ZZ9.
          05 FILLER               PIC X(062) VALUE SPACES.

       01 WRK-REL-OBSERVACAO.
          05 WRK-OBS-TEXTO        PIC X(132) VALUE SPACES.

       01 WRK-LINHA-IMPRESSAO     PIC X(132) VALUE SPACES.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA PARA TRATAMENTO DE FILE-STATUS'.
      *----------------------------------------------------------------*
      *
       01 WRK-AREA-FS.
          05 WRK-FS-ARQPARM       PIC  X(002) VALUE SPACES.
             88 WRK-FS-PARM-OK                VALUE '00'.
          05 WRK-FS-ARQRTD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-RTD01-OK               VALUE '00'.
             88 WRK-FS-RTD01-FIM              VALUE '10'.
          05 WRK-FS-ARQARC01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ARC01-OK               VALUE '00'.
          05 WRK-FS-ARQARC02      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ARC02-OK               VALUE '00'.
          05 WRK-FS-ARQANT01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ANT01-OK               VALUE '00'.
             88 WRK-FS-ANT01-FIM              VALUE '10'.
          05 WRK-FS-ARQANT02      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ANT02-OK               VALUE '00'.
             88 WRK-FS-ANT02-FIM              VALUE '10'.
          05 WRK-FS-ARQCKP01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CKP01-OK               VALUE '00'.
          05 WRK-FS-ARQCAT01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CAT01-OK               VALUE '00'.
          05 WRK-FS-ARQCMD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CMD01-OK               VALUE '00'.
          05 WRK-FS-ARQREL01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-REL01-OK               VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
          88 WRK-CN-ARQRTD01      VALUE 'ARQRTD01'.
          88 WRK-CN-ARQARC01      VALUE 'ARQARC01'.
          88 WRK-CN-ARQARC02      VALUE 'ARQARC02'.
          88 WRK-CN-ARQANT01      VALUE 'ARQANT01'.
          88 WRK-CN-ARQANT02      VALUE 'ARQANT02'.
          88 WRK-CN-ARQCKP01      VALUE 'ARQCKP01'.
          88 WRK-CN-ARQCAT01      VALUE 'ARQCAT01'.
          88 WRK-CN-ARQCMD01      VALUE 'ARQCMD01'.
          88 WRK-CN-ARQREL01      VALUE 'ARQREL01'.
          88 WRK-CN-ARQAUD01      VALUE 'ARQAUD01'.

       77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
          88 WRK-CN-OPEN          VALUE 'OPEN '.
          88 WRK-CN-CLOSE         VALUE 'CLOSE'.
          88 WRK-CN-READ          VALUE 'READ '.
          88 WRK-CN-WRITE         VALUE 'WRITE'.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA'.
      *----------------------------------------------------------------*
      *
           COPY RTD06117.

           COPY ARM06117.

           COPY CKP06117.

           COPY CAT06105.

           COPY AUD00105.

           COPY 'I#ERRO01'.

      *----------------------------------------------------------------*
      *    VARIAVEIS HOSPEDEIRAS DOS CURSORES DE EXPURGO               *
      *----------------------------------------------------------------*
       01 WRK-CCLUB-REINICIO      PIC  9(010) VALUE ZEROS.
       01 WRK-CORTE-DB2           PIC  X(010) VALUE SPACES.
       01 WRK-CCLUB-LIDO          PIC  9(010) VALUE ZEROS.
       01 WRK-CAMPANHA-LIDA       PIC  X(008) VALUE SPACES.
       01 WRK-DAT-CONTATO-LIDA    PIC  X(010) VALUE SPACES.
       01 WRK-ONDA-LIDA           PIC S9(004) COMP VALUE ZEROS.
       01 WRK-NOM-CLIENTE-LIDO    PIC  X(070) VALUE SPACES.
       01 WRK-HULT-ATULZ-LIDA     PIC  X(026) VALUE SPACES.
       01 WRK-QTD-ENDER-LIDA      PIC S9(005) COMP-3 VALUE +0.
       01 WRK-DAT-EXTRACAO-LIDA   PIC  X(010) VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(013)     VALUE
           'AREA PARA DB2'.
      *----------------------------------------------------------------*
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *    CONTATOS ANTERIORES AO CORTE, EXCETO O ULTIMO CONTATO DE
      *    CADA CLIENTE (QUE PERMANECE NA TABELA QUALQUER QUE SEJA A
      *    IDADE). WITH HOLD: O CURSOR SOBREVIVE AOS COMMITS PERIODICOS
           EXEC SQL DECLARE CSR-EXPCAMP CURSOR WITH HOLD FOR
              SELECT  H.CCLUB,
                      H.COD_CAMPANHA,
                      CHAR(H.DAT_CONTATO),
                      H.NUM_ONDA
                   FROM CAMP_HISTORICO H
                   WHERE H.DAT_CONTATO < :WRK-CORTE-DB2
                   AND   H.CCLUB      >= :WRK-CCLUB-REINICIO
                   AND   H.DAT_CONTATO <
                         (SELECT MAX(M.DAT_CONTATO)
                            FROM CAMP_HISTORICO M
                           WHERE M.CCLUB = H.CCLUB)
                   ORDER BY H.CCLUB, H.DAT_CONTATO, H.COD_CAMPANHA
           END-EXEC.
      *
           EXEC SQL DECLARE CSR-EXPEXTR CURSOR WITH HOLD FOR
              SELECT  E.CCLUB,
                      E.NOME_CLIENTE,
                      CHAR(E.HULT_ATULZ),
                      E.QTDE_ENDERECOS,
                      CHAR(E.DATA_EXTRACAO)
                   FROM EXTR_CLIENTE E
                   WHERE E.DATA_EXTRACAO < :WRK-CORTE-DB2
                   AND   E.CCLUB        >= :WRK-CCLUB-REINICIO
                   ORDER BY E.CCLUB, E.DATA_EXTRACAO
           END-EXEC.
      *
      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0617 - FIM DA AREA DE WORKING'.
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

           MOVE 1                      TO WRK-TAB-IDX
           IF WRK-TAB-SALTADA (WRK-TAB-IDX)
              PERFORM 3500-REGISTRAR-ARQUIVO
           ELSE
              PERFORM 2000-EXPURGAR-CONTATOS
           END-IF

           MOVE 2                      TO WRK-TAB-IDX
           PERFORM 3000-EXPURGAR-EXTRACOES

           PERFORM 4000-FINALIZAR

           PERFORM 9900-FIM-PROGRAMA
           .
      *----------------------------------------------------------------*
       0000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE INICIALIZACAO: CARTAO, RETENCOES, CORTES E        *
      *    ABERTURAS                                                   *
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
              OR WRK-PARM-DAT-REF NOT NUMERIC
              OR WRK-PARM-DAT-REF EQUAL ZEROS
              OR WRK-REF-MES LESS 01 OR WRK-REF-MES GREATER 12
              OR WRK-REF-DIA LESS 01 OR WRK-REF-DIA GREATER 31
              OR (WRK-PARM-REIN-TABELA NOT EQUAL SPACES
                  AND WRK-PARM-REIN-TABELA NOT EQUAL 'CAMP_HISTORICO'
                  AND WRK-PARM-REIN-TABELA NOT EQUAL 'EXTR_CLIENTE')
              DISPLAY '************************************************'
              DISPLAY '* CARTAO DE PARAMETROS INVALIDO:               *'
              DISPLAY '* COLS  1-8 : DATA DE REFERENCIA (AAAAMMDD)    *'
              DISPLAY '* COLS 22-39: TABELA DE REINICIO (CAMP_HISTORI-*'
              DISPLAY '*             CO / EXTR_CLIENTE / BRANCOS)     *'
              DISPLAY '* PROGRAMA ' WRK-PROGRAMA
                                          ' CANCELADO                *'
              DISPLAY '************************************************'
              MOVE 08 TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           CLOSE ARQPARM

           IF WRK-PARM-QTDE-REGS-COMMIT NUMERIC
              AND WRK-PARM-QTDE-REGS-COMMIT NOT EQUAL ZEROS
              MOVE WRK-PARM-QTDE-REGS-COMMIT
                                       TO WRK-QTDE-REGS-COMMIT
              DISPLAY '* INTERVALO DE COMMIT VIA PARAMETRO: '
                      WRK-QTDE-REGS-COMMIT
           END-IF

           IF WRK-PARM-QUALIFICADOR-DB2 NOT EQUAL SPACES
              MOVE WRK-PARM-QUALIFICADOR-DB2
                                       TO WRK-QUALIFICADOR-DB2
              DISPLAY '* QUALIFICADOR DB2 VIA PARAMETRO: '
                      WRK-QUALIFICADOR-DB2
           END-IF

           PERFORM 1050-MONTAR-TABELAS

           SET  WRK-CN-ARQRTD01        TO TRUE
           OPEN INPUT ARQRTD01
           IF NOT WRK-FS-RTD01-OK
              MOVE WRK-FS-ARQRTD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 1110-LER-RETENCAO

           PERFORM 1120-APLICAR-RETENCAO
              UNTIL WRK-FS-RTD01-FIM

           CLOSE ARQRTD01

           PERFORM 1200-CALCULAR-CORTE
              VARYING WRK-TAB-IDX FROM 1 BY 1
              UNTIL WRK-TAB-IDX GREATER 2

           EXEC SQL
               SET CURRENT SQLID = :WRK-QUALIFICADOR-DB2
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              MOVE 'SQLID'             TO WRK-TABELA
              MOVE SQLCODE             TO WRK-SQLCODE
              PERFORM 9300-ERRO-DB2
           END-IF

           SET  WRK-CN-ARQARC01        TO TRUE
           OPEN OUTPUT ARQARC01
           IF NOT WRK-FS-ARC01-OK
              MOVE WRK-FS-ARQARC01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQARC02        TO TRUE
           OPEN OUTPUT ARQARC02
           IF NOT WRK-FS-ARC02-OK
              MOVE WRK-FS-ARQARC02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-PARM-REIN-TABELA NOT EQUAL SPACES
              PERFORM 1300-RECUPERAR-DESCARGAS
           END-IF

           SET  WRK-CN-ARQCKP01        TO TRUE
           OPEN OUTPUT ARQCKP01
           IF NOT WRK-FS-CKP01-OK
              MOVE WRK-FS-ARQCKP01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQCAT01        TO TRUE
           OPEN EXTEND ARQCAT01
           IF NOT WRK-FS-CAT01-OK
              MOVE WRK-FS-ARQCAT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQCMD01        TO TRUE
           OPEN OUTPUT ARQCMD01
           IF NOT WRK-FS-CMD01-OK
              MOVE WRK-FS-ARQCMD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQREL01        TO TRUE
           OPEN OUTPUT ARQREL01
           IF NOT WRK-FS-REL01-OK
              MOVE WRK-FS-ARQREL01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQAUD01        TO TRUE
           OPEN EXTEND ARQAUD01
           IF NOT WRK-FS-AUD01-OK
              MOVE WRK-FS-ARQAUD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE WRK-REF-DIA            TO WRK-EDT-DIA
           MOVE WRK-REF-MES            TO WRK-EDT-MES
           MOVE WRK-REF-ANO            TO WRK-EDT-ANO
           MOVE WRK-DAT-EDITADA        TO WRK-CAB-DATA

           MOVE WRK-REL-CABEC1         TO WRK-LINHA-IMPRESSAO
           PERFORM 3990-GRAVAR-RELATORIO
           MOVE SPACES                 TO WRK-LINHA-IMPRESSAO
           PERFORM 3990-GRAVAR-RELATORIO
           MOVE WRK-REL-CABEC2         TO WRK-LINHA-IMPRESSAO
           PERFORM 3990-GRAVAR-RELATORIO
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    MONTA O CONTROLE DAS TABELAS: RETENCAO PADRAO, DESCARGA,    *
      *    NOME DO ARQUIVO MORTO DA RODADA E SITUACAO DE REINICIO      *
      *----------------------------------------------------------------*
       1050-MONTAR-TABELAS SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE WRK-TAB-TABELA

           MOVE 'CAMP_HISTORICO'       TO WRK-TAB-NOME (1)
           MOVE 'CAMPH'                TO WRK-TAB-SUFIXO (1)
           MOVE 'ARQARC01'             TO WRK-TAB-DDNAME (1)
           MOVE 'TREINO.COBOL.EXER0617.CAMPHIST'
                                       TO WRK-TAB-DSN-BASE (1)
           MOVE WRK-DIAS-PADRAO-CAMP   TO WRK-TAB-DIAS (1)

           MOVE 'EXTR_CLIENTE'         TO WRK-TAB-NOME (2)
           MOVE 'EXTRC'                TO WRK-TAB-SUFIXO (2)
           MOVE 'ARQARC02'             TO WRK-TAB-DDNAME (2)
           MOVE 'TREINO.COBOL.EXER0617.EXTRCLI'
                                       TO WRK-TAB-DSN-BASE (2)
           MOVE WRK-DIAS-PADRAO-EXTR   TO WRK-TAB-DIAS (2)

      *    A HORA ENTRA NO NOME DO ARQUIVO MORTO PARA QUE UM REINICIO
      *    NO MESMO DIA GERE UM DATASET PROPRIO
           MOVE FUNCTION CURRENT-DATE(9:4)
                                       TO WRK-HORA-ARQUIVO

           PERFORM 1060-MONTAR-DSN-ARQUIVO
              VARYING WRK-TAB-IDX FROM 1 BY 1
              UNTIL WRK-TAB-IDX GREATER 2

      *    REINICIO: AS LINHAS JA EXCLUIDAS E COMITADAS NAO VOLTAM NO
      *    CURSOR; O CCLUB DO CHECKPOINT SO POSICIONA A LEITURA. NO
      *    REINICIO PELA EXTR_CLIENTE A CAMP_HISTORICO JA FOI CONCLUIDA
           IF WRK-PARM-REIN-TABELA EQUAL 'CAMP_HISTORICO'
              SET  WRK-TAB-REINICIADA (1) TO TRUE
              DISPLAY '* REINICIO NA CAMP_HISTORICO A PARTIR DO CCLUB: '
                      WRK-PARM-REIN-CCLUB
           END-IF

           IF WRK-PARM-REIN-TABELA EQUAL 'EXTR_CLIENTE'
              SET  WRK-TAB-SALTADA (1)    TO TRUE
              SET  WRK-TAB-REINICIADA (2) TO TRUE
              DISPLAY '* REINICIO NA EXTR_CLIENTE A PARTIR DO CCLUB: '
                      WRK-PARM-REIN-CCLUB
           END-IF
           .
      *----------------------------------------------------------------*
       1050-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    NOME DO ARQUIVO MORTO: TREINO.COBOL.ARQMORTO.<TABELA>.      *
      *    DAAAAMMDD.THHMM                                             *
      *----------------------------------------------------------------*
       1060-MONTAR-DSN-ARQUIVO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES             TO WRK-TAB-DSN-ARQUIVO (WRK-TAB-IDX)

           STRING 'TREINO.COBOL.ARQMORTO.'   DELIMITED BY SIZE
                  WRK-TAB-SUFIXO (WRK-TAB-IDX) DELIMITED BY SPACE
                  '.D'                       DELIMITED BY SIZE
                  WRK-PARM-DAT-REF           DELIMITED BY SIZE
                  '.T'                       DELIMITED BY SIZE
                  WRK-HORA-ARQUIVO           DELIMITED BY SIZE
              INTO WRK-TAB-DSN-ARQUIVO (WRK-TAB-IDX)
           .
      *----------------------------------------------------------------*
       1060-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1110-LER-RETENCAO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQRTD01        TO TRUE

           READ ARQRTD01 INTO ARQRTD01-REGISTRO

           IF NOT WRK-FS-RTD01-OK
              AND NOT WRK-FS-RTD01-FIM
              MOVE WRK-FS-ARQRTD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-FS-RTD01-OK
              ADD 1                    TO ACU-LIDOS-ARQRTD01
           END-IF
           .
      *----------------------------------------------------------------*
       1110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    APLICA O CARTAO DE RETENCAO A TABELA CORRESPONDENTE;        *
      *    TABELA DESCONHECIDA OU DIAS INVALIDOS: CARTAO IGNORADO      *
      *----------------------------------------------------------------*
       1120-APLICAR-RETENCAO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-TAB-IDX

           IF ARQRTD01-NOM-TABELA EQUAL WRK-TAB-NOME (1)
              MOVE 1                   TO WRK-TAB-IDX
           END-IF

           IF ARQRTD01-NOM-TABELA EQUAL WRK-TAB-NOME (2)
              MOVE 2                   TO WRK-TAB-IDX
           END-IF

           IF WRK-TAB-IDX EQUAL ZEROS
              OR ARQRTD01-QTD-DIAS NOT NUMERIC
              OR ARQRTD01-QTD-DIAS EQUAL ZEROS
              ADD  1                   TO ACU-CARTOES-IGNORADOS
              MOVE 04                  TO WRK-RC-FINAL
              DISPLAY '* CARTAO DE RETENCAO IGNORADO: '
                      ARQRTD01-NOM-TABELA ' ' ARQRTD01-QTD-DIAS
           ELSE
              MOVE ARQRTD01-QTD-DIAS   TO WRK-TAB-DIAS (WRK-TAB-IDX)
              DISPLAY '* RETENCAO DA ' WRK-TAB-NOME (WRK-TAB-IDX)
                      ' (DIAS): ' WRK-TAB-DIAS (WRK-TAB-IDX)
           END-IF

           PERFORM 1110-LER-RETENCAO
           .
      *----------------------------------------------------------------*
       1120-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    DATA DE CORTE DA TABELA = REFERENCIA - DIAS DE RETENCAO     *
      *    (LINHAS COM DATA ANTERIOR AO CORTE SAO EXPURGADAS)          *
      *----------------------------------------------------------------*
       1200-CALCULAR-CORTE SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-TAB-IDX EQUAL 1
              AND WRK-TAB-DIAS (1) LESS WRK-DIAS-PISO-CAMP
              DISPLAY '* RETENCAO DA CAMP_HISTORICO ELEVADA AO PISO '
                      'DAS JANELAS DE CAMPANHA: ' WRK-DIAS-PISO-CAMP
              MOVE WRK-DIAS-PISO-CAMP  TO WRK-TAB-DIAS (1)
              MOVE 04                  TO WRK-RC-FINAL
           END-IF

           COMPUTE WRK-INT-REFERENCIA =
                   FUNCTION INTEGER-OF-DATE (WRK-PARM-DAT-REF)

           COMPUTE WRK-INT-CORTE =
                   WRK-INT-REFERENCIA - WRK-TAB-DIAS (WRK-TAB-IDX)

           COMPUTE WRK-TAB-DAT-CORTE (WRK-TAB-IDX) =
                   FUNCTION DATE-OF-INTEGER (WRK-INT-CORTE)

           MOVE WRK-TAB-DAT-CORTE (WRK-TAB-IDX)
                                       TO WRK-DAT-CORTE-DESM

           MOVE SPACES           TO WRK-TAB-CORTE-DB2 (WRK-TAB-IDX)
           STRING WRK-CRT-ANO '-' WRK-CRT-MES '-' WRK-CRT-DIA
              DELIMITED BY SIZE
              INTO WRK-TAB-CORTE-DB2 (WRK-TAB-IDX)

           DISPLAY '* CORTE DA ' WRK-TAB-NOME (WRK-TAB-IDX) ': '
                   WRK-TAB-CORTE-DB2 (WRK-TAB-IDX)
           .
      *----------------------------------------------------------------*
       1200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    REINICIO: RECOPIA NA NOVA DESCARGA AS LINHAS JA EXCLUIDAS E *
      *    COMITADAS PELA EXECUCAO INTERROMPIDA, CUJA DESCARGA NAO     *
      *    CHEGOU AO ARQUIVO MORTO (O PASSO IDCAMS NAO RODOU)          *
      *----------------------------------------------------------------*
       1300-RECUPERAR-DESCARGAS SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE

           SET  WRK-CN-ARQANT01        TO TRUE
           OPEN INPUT ARQANT01
           IF NOT WRK-FS-ANT01-OK
              MOVE WRK-FS-ARQANT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-PARM-REIN-TABELA EQUAL 'EXTR_CLIENTE'
              MOVE 999999999           TO WRK-LIMITE-COPIA
           ELSE
              MOVE WRK-PARM-REIN-QTD-ARQUIV TO WRK-LIMITE-COPIA
           END-IF

           MOVE 1                      TO WRK-TAB-IDX
           PERFORM 1310-LER-ANTERIOR-CAMP

           PERFORM 1320-COPIAR-ANTERIOR-CAMP
              UNTIL WRK-FS-ANT01-FIM
                 OR WRK-TAB-RECUPERADAS (1) NOT LESS WRK-LIMITE-COPIA

           CLOSE ARQANT01

           IF WRK-PARM-REIN-TABELA EQUAL 'EXTR_CLIENTE'
              SET  WRK-CN-OPEN         TO TRUE
              SET  WRK-CN-ARQANT02     TO TRUE
              OPEN INPUT ARQANT02
              IF NOT WRK-FS-ANT02-OK
                 MOVE WRK-FS-ARQANT02  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF

              MOVE WRK-PARM-REIN-QTD-ARQUIV TO WRK-LIMITE-COPIA
              MOVE 2                   TO WRK-TAB-IDX
              PERFORM 1330-LER-ANTERIOR-EXTR

              PERFORM 1340-COPIAR-ANTERIOR-EXTR
                 UNTIL WRK-FS-ANT02-FIM
                    OR WRK-TAB-RECUPERADAS (2) NOT LESS WRK-LIMITE-COPIA

              CLOSE ARQANT02
           END-IF

           DISPLAY '* LINHAS RECUPERADAS DA DESCARGA ANTERIOR: '
                   WRK-TAB-RECUPERADAS (1) ' / '
                   WRK-TAB-RECUPERADAS (2)
           .
      *----------------------------------------------------------------*
       1300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1310-LER-ANTERIOR-CAMP SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQANT01        TO TRUE

           READ ARQANT01 INTO ARQARM01-REGISTRO

           IF NOT WRK-FS-ANT01-OK
              AND NOT WRK-FS-ANT01-FIM
              MOVE WRK-FS-ARQANT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       1310-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1320-COPIAR-ANTERIOR-CAMP SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQARC01        TO TRUE

           WRITE FD-ARQARC01           FROM ARQARM01-REGISTRO

           IF NOT WRK-FS-ARC01-OK
              MOVE WRK-FS-ARQARC01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD  1                      TO WRK-TAB-RECUPERADAS (1)
                                          WRK-TAB-ARQUIVADAS (1)

           PERFORM 1310-LER-ANTERIOR-CAMP
           .
      *----------------------------------------------------------------*
       1320-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1330-LER-ANTERIOR-EXTR SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQANT02        TO TRUE

           READ ARQANT02 INTO ARQARM01-REGISTRO

           IF NOT WRK-FS-ANT02-OK
              AND NOT WRK-FS-ANT02-FIM
              MOVE WRK-FS-ARQANT02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       1330-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1340-COPIAR-ANTERIOR-EXTR SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQARC02        TO TRUE

           WRITE FD-ARQARC02           FROM ARQARM01-REGISTRO

           IF NOT WRK-FS-ARC02-OK
              MOVE WRK-FS-ARQARC02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD  1                      TO WRK-TAB-RECUPERADAS (2)
                                          WRK-TAB-ARQUIVADAS (2)

           PERFORM 1330-LER-ANTERIOR-EXTR
           .
      *----------------------------------------------------------------*
       1340-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    EXPURGO DA CAMP_HISTORICO                                   *
      *----------------------------------------------------------------*
       2000-EXPURGAR-CONTATOS SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-TAB-CORTE-DB2 (WRK-TAB-IDX) TO WRK-CORTE-DB2
           MOVE ZEROS                  TO WRK-CCLUB-REINICIO
           IF WRK-TAB-REINICIADA (WRK-TAB-IDX)
              MOVE WRK-PARM-REIN-CCLUB TO WRK-CCLUB-REINICIO
           END-IF

           EXEC SQL
               OPEN CSR-EXPCAMP
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              MOVE 'CAMP_HIST'         TO WRK-TABELA
              MOVE SQLCODE             TO WRK-SQLCODE
              PERFORM 9300-ERRO-DB2
           END-IF

           PERFORM 2100-LER-CONTATO

           PERFORM 2200-ARQUIVAR-CONTATO
              UNTIL SQLCODE EQUAL +100

           EXEC SQL
               CLOSE CSR-EXPCAMP
           END-EXEC

           PERFORM 3960-COMMIT-DB2

           PERFORM 3500-REGISTRAR-ARQUIVO
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2100-LER-CONTATO SECTION.
      *----------------------------------------------------------------*
      *
           EXEC SQL
               FETCH CSR-EXPCAMP
                  INTO :WRK-CCLUB-LIDO,
                       :WRK-CAMPANHA-LIDA,
                       :WRK-DAT-CONTATO-LIDA,
                       :WRK-ONDA-LIDA
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL +100
              MOVE 'CAMP_HIST'         TO WRK-TABELA
              MOVE SQLCODE             TO WRK-SQLCODE
              PERFORM 9300-ERRO-DB2
           END-IF
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    DESCARREGA O CONTATO E O EXCLUI DA TABELA (A DESCARGA E     *
      *    GRAVADA ANTES DA EXCLUSAO)                                  *
      *----------------------------------------------------------------*
       2200-ARQUIVAR-CONTATO SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE ARQARM01-REGISTRO
           MOVE WRK-TAB-NOME (WRK-TAB-IDX) TO ARQARM01-NOM-TABELA
           MOVE WRK-PARM-DAT-REF       TO ARQARM01-DAT-ARQUIVO
           MOVE WRK-CCLUB-LIDO         TO ARQARM01-CH-CCLUB
           MOVE WRK-CAMPANHA-LIDA      TO ARQARM01-CH-CAMPANHA
           MOVE WRK-DAT-CONTATO-LIDA   TO ARQARM01-CH-DAT-CONTATO
           MOVE WRK-ONDA-LIDA          TO ARQARM01-CH-NUM-ONDA

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQARC01        TO TRUE

           WRITE FD-ARQARC01           FROM ARQARM01-REGISTRO

           IF NOT WRK-FS-ARC01-OK
              MOVE WRK-FS-ARQARC01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD  1                  TO WRK-TAB-ARQUIVADAS (WRK-TAB-IDX)

           EXEC SQL
               DELETE FROM CAMP_HISTORICO
                WHERE CCLUB        = :WRK-CCLUB-LIDO
                AND   COD_CAMPANHA = :WRK-CAMPANHA-LIDA
                AND   DAT_CONTATO  = DATE(:WRK-DAT-CONTATO-LIDA)
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL +100
              MOVE 'CAMP_HIST'         TO WRK-TABELA
              MOVE SQLCODE             TO WRK-SQLCODE
              PERFORM 9300-ERRO-DB2
           END-IF

      *    +100: A LINHA JA SAIU NA EXCLUSAO DE UMA DUPLICATA
           IF SQLCODE EQUAL ZEROS
              ADD SQLERRD (3)      TO WRK-TAB-EXCLUIDAS (WRK-TAB-IDX)
           ELSE
              ADD 1                TO WRK-TAB-JA-EXCLUIDAS (WRK-TAB-IDX)
           END-IF

           MOVE WRK-CCLUB-LIDO     TO WRK-TAB-ULT-CCLUB (WRK-TAB-IDX)

           ADD 1                       TO WRK-CONT-COMMIT
           IF WRK-CONT-COMMIT NOT LESS WRK-QTDE-REGS-COMMIT
              PERFORM 3960-COMMIT-DB2
           END-IF

           PERFORM 2100-LER-CONTATO
           .
      *----------------------------------------------------------------*
       2200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    EXPURGO DA EXTR_CLIENTE                                     *
      *----------------------------------------------------------------*
       3000-EXPURGAR-EXTRACOES SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-TAB-CORTE-DB2 (WRK-TAB-IDX) TO WRK-CORTE-DB2
           MOVE ZEROS                  TO WRK-CCLUB-REINICIO
           IF WRK-TAB-REINICIADA (WRK-TAB-IDX)
              MOVE WRK-PARM-REIN-CCLUB TO WRK-CCLUB-REINICIO
           END-IF

           EXEC SQL
               OPEN CSR-EXPEXTR
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              MOVE 'EXTR_CLI'          TO WRK-TABELA
              MOVE SQLCODE             TO WRK-SQLCODE
              PERFORM 9300-ERRO-DB2
           END-IF

           PERFORM 3100-LER-EXTRACAO

           PERFORM 3200-ARQUIVAR-EXTRACAO
              UNTIL SQLCODE EQUAL +100

           EXEC SQL
               CLOSE CSR-EXPEXTR
           END-EXEC

           PERFORM 3960-COMMIT-DB2

           PERFORM 3500-REGISTRAR-ARQUIVO
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3100-LER-EXTRACAO SECTION.
      *----------------------------------------------------------------*
      *
           EXEC SQL
               FETCH CSR-EXPEXTR
                  INTO :WRK-CCLUB-LIDO,
                       :WRK-NOM-CLIENTE-LIDO,
                       :WRK-HULT-ATULZ-LIDA,
                       :WRK-QTD-ENDER-LIDA,
                       :WRK-DAT-EXTRACAO-LIDA
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL +100
              MOVE 'EXTR_CLI'          TO WRK-TABELA
              MOVE SQLCODE             TO WRK-SQLCODE
              PERFORM 9300-ERRO-DB2
           END-IF
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    DESCARREGA A EXTRACAO E A EXCLUI DA TABELA                  *
      *----------------------------------------------------------------*
       3200-ARQUIVAR-EXTRACAO SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE ARQARM01-REGISTRO
           MOVE WRK-TAB-NOME (WRK-TAB-IDX) TO ARQARM01-NOM-TABELA
           MOVE WRK-PARM-DAT-REF       TO ARQARM01-DAT-ARQUIVO
           MOVE WRK-CCLUB-LIDO         TO ARQARM01-EC-CCLUB
           MOVE WRK-NOM-CLIENTE-LIDO   TO ARQARM01-EC-NOME
           MOVE WRK-HULT-ATULZ-LIDA    TO ARQARM01-EC-HULT-ATULZ
           MOVE WRK-QTD-ENDER-LIDA     TO ARQARM01-EC-QTD-ENDER
           MOVE WRK-DAT-EXTRACAO-LIDA  TO ARQARM01-EC-DAT-EXTRACAO

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQARC02        TO TRUE

           WRITE FD-ARQARC02           FROM ARQARM01-REGISTRO

           IF NOT WRK-FS-ARC02-OK
              MOVE WRK-FS-ARQARC02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD  1                  TO WRK-TAB-ARQUIVADAS (WRK-TAB-IDX)

           EXEC SQL
               DELETE FROM EXTR_CLIENTE
                WHERE CCLUB         = :WRK-CCLUB-LIDO
                AND   DATA_EXTRACAO = DATE(:WRK-DAT-EXTRACAO-LIDA)
                AND   HULT_ATULZ    = TIMESTAMP(:WRK-HULT-ATULZ-LIDA)
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL +100
              MOVE 'EXTR_CLI'          TO WRK-TABELA
              MOVE SQLCODE             TO WRK-SQLCODE
              PERFORM 9300-ERRO-DB2
           END-IF

           IF SQLCODE EQUAL ZEROS
              ADD SQLERRD (3)      TO WRK-TAB-EXCLUIDAS (WRK-TAB-IDX)
           ELSE
              ADD 1                TO WRK-TAB-JA-EXCLUIDAS (WRK-TAB-IDX)
           END-IF

           MOVE WRK-CCLUB-LIDO     TO WRK-TAB-ULT-CCLUB (WRK-TAB-IDX)

           ADD 1                       TO WRK-CONT-COMMIT
           IF WRK-CONT-COMMIT NOT LESS WRK-QTDE-REGS-COMMIT
              PERFORM 3960-COMMIT-DB2
           END-IF

           PERFORM 3100-LER-EXTRACAO
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ARQUIVO MORTO DA TABELA: CARTAO REPRO PARA O PASSO IDCAMS,  *
      *    REGISTRO NO CATALOGO CUMULATIVO E LINHA DO RELATORIO        *
      *----------------------------------------------------------------*
       3500-REGISTRAR-ARQUIVO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-TAB-ARQUIVADAS (WRK-TAB-IDX) GREATER ZEROS
              MOVE SPACES              TO WRK-LINHA-COMANDO
              STRING '  REPRO INFILE('  DELIMITED BY SIZE
                     WRK-TAB-DDNAME (WRK-TAB-IDX) DELIMITED BY SPACE
                     ') -'             DELIMITED BY SIZE
                 INTO WRK-LINHA-COMANDO
              PERFORM 3950-GRAVAR-COMANDO

              MOVE SPACES              TO WRK-LINHA-COMANDO
              STRING '        OUTDATASET(' DELIMITED BY SIZE
                     WRK-TAB-DSN-ARQUIVO (WRK-TAB-IDX)
                                       DELIMITED BY SPACE
                     ')'               DELIMITED BY SIZE
                 INTO WRK-LINHA-COMANDO
              PERFORM 3950-GRAVAR-COMANDO

              MOVE WRK-TAB-DSN-BASE (WRK-TAB-IDX)
                                       TO ARQCAT01-DSN-BASE
              MOVE ZEROS               TO ARQCAT01-NUM-GERACAO
              MOVE WRK-PARM-DAT-REF    TO ARQCAT01-DAT-CRIACAO
              MOVE WRK-TAB-ARQUIVADAS (WRK-TAB-IDX)
                                       TO ARQCAT01-QTD-REGS
              MOVE WRK-PARM-DAT-REF    TO ARQCAT01-DAT-ARQUIVO
              MOVE WRK-TAB-DSN-ARQUIVO (WRK-TAB-IDX)
                                       TO ARQCAT01-DSN-ARQUIVO

              SET  WRK-CN-WRITE        TO TRUE
              SET  WRK-CN-ARQCAT01     TO TRUE

              WRITE FD-ARQCAT01        FROM ARQCAT01-REGISTRO

              IF NOT WRK-FS-CAT01-OK
                 MOVE WRK-FS-ARQCAT01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF

              ADD  1                   TO ACU-GRAVA-ARQCAT01
           END-IF

           PERFORM 3600-RELATAR-TABELA
           .
      *----------------------------------------------------------------*
       3500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LINHA DO RELATORIO COM OS TOTAIS DA TABELA                  *
      *----------------------------------------------------------------*
       3600-RELATAR-TABELA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-TAB-DAT-CORTE (WRK-TAB-IDX)
                                       TO WRK-DAT-CORTE-DESM
           MOVE WRK-CRT-DIA            TO WRK-EDT-DIA
           MOVE WRK-CRT-MES            TO WRK-EDT-MES
           MOVE WRK-CRT-ANO            TO WRK-EDT-ANO

           MOVE WRK-TAB-NOME (WRK-TAB-IDX)   TO WRK-DET-TABELA
           MOVE WRK-TAB-DIAS (WRK-TAB-IDX)   TO WRK-DET-DIAS
           MOVE WRK-DAT-EDITADA              TO WRK-DET-CORTE
           MOVE WRK-TAB-ARQUIVADAS (WRK-TAB-IDX)
                                             TO WRK-DET-ARQUIVADAS
           MOVE WRK-TAB-EXCLUIDAS (WRK-TAB-IDX)
                                             TO WRK-DET-EXCLUIDAS
           MOVE WRK-TAB-JA-EXCLUIDAS (WRK-TAB-IDX)
                                             TO WRK-DET-JA-EXCLUIDAS

           IF WRK-TAB-ARQUIVADAS (WRK-TAB-IDX) GREATER ZEROS
              MOVE WRK-TAB-DSN-ARQUIVO (WRK-TAB-IDX)
                                             TO WRK-DET-ARQUIVO
           ELSE
              MOVE '(NADA A ARQUIVAR)'       TO WRK-DET-ARQUIVO
           END-IF

           MOVE WRK-REL-DETALHE        TO WRK-LINHA-IMPRESSAO
           PERFORM 3990-GRAVAR-RELATORIO

           IF WRK-TAB-REINICIADA (WRK-TAB-IDX)
              OR WRK-TAB-SALTADA (WRK-TAB-IDX)
              MOVE WRK-TAB-RECUPERADAS (WRK-TAB-IDX) TO WRK-MASK-QTDE
              MOVE SPACES              TO WRK-OBS-TEXTO
              STRING '  REINICIO A PARTIR DO CCLUB ' DELIMITED BY SIZE
                     WRK-PARM-REIN-CCLUB DELIMITED BY SIZE
                     ' - ARQUIVADAS INCLUEM ' DELIMITED BY SIZE
                     WRK-MASK-QTDE     DELIMITED BY SIZE
                     ' LINHAS DA DESCARGA INTERROMPIDA, EXCLUIDAS NA'
                                       DELIMITED BY SIZE
                     ' EXECUCAO ANTERIOR'
                                       DELIMITED BY SIZE
                 INTO WRK-OBS-TEXTO
              MOVE WRK-REL-OBSERVACAO  TO WRK-LINHA-IMPRESSAO
              PERFORM 3990-GRAVAR-RELATORIO
           END-IF

           IF WRK-TAB-IDX EQUAL 1
              MOVE SPACES              TO WRK-OBS-TEXTO
              MOVE '  ULTIMO CONTATO DE CADA CLIENTE MANTIDO NA TABELA'
                                       TO WRK-OBS-TEXTO
              MOVE WRK-REL-OBSERVACAO  TO WRK-LINHA-IMPRESSAO
              PERFORM 3990-GRAVAR-RELATORIO
           END-IF

           ADD WRK-TAB-ARQUIVADAS (WRK-TAB-IDX) TO ACU-TOTAL-ARQUIVADAS
           ADD WRK-TAB-EXCLUIDAS (WRK-TAB-IDX)  TO ACU-TOTAL-EXCLUIDAS
           .
      *----------------------------------------------------------------*
       3600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3950-GRAVAR-COMANDO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQCMD01        TO TRUE

           WRITE FD-ARQCMD01           FROM WRK-LINHA-COMANDO

           IF NOT WRK-FS-CMD01-OK
              MOVE WRK-FS-ARQCMD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3950-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    EFETUA COMMIT PERIODICO NO DB2 E GRAVA O PONTO DE CONTROLE  *
      *----------------------------------------------------------------*
       3960-COMMIT-DB2                 SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
               COMMIT
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              MOVE 'COMMIT'            TO WRK-TABELA
              MOVE SQLCODE             TO WRK-SQLCODE
              PERFORM 9300-ERRO-DB2
           END-IF

           MOVE ZEROS                  TO WRK-CONT-COMMIT

           PERFORM 3970-GRAVAR-CHECKPOINT
           .
      *----------------------------------------------------------------*
       3960-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PONTO DE CONTROLE: TABELA E ULTIMO CCLUB COMITADO (PARA O   *
      *    CARTAO DE REINICIO)                                         *
      *----------------------------------------------------------------*
       3970-GRAVAR-CHECKPOINT SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-TAB-NOME (WRK-TAB-IDX)   TO ARQCKP01-NOM-TABELA
           MOVE WRK-TAB-ULT-CCLUB (WRK-TAB-IDX) TO ARQCKP01-CCLUB
           MOVE WRK-TAB-ARQUIVADAS (WRK-TAB-IDX)
                                             TO ARQCKP01-QTD-ARQUIV
           MOVE WRK-TAB-EXCLUIDAS (WRK-TAB-IDX)
                                             TO ARQCKP01-QTD-EXCLUI
           MOVE FUNCTION CURRENT-DATE(1:8)   TO ARQCKP01-DAT-COMMIT
           MOVE FUNCTION CURRENT-DATE(9:6)   TO ARQCKP01-HOR-COMMIT

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQCKP01        TO TRUE

           WRITE FD-ARQCKP01           FROM ARQCKP01-REGISTRO

           IF NOT WRK-FS-CKP01-OK
              MOVE WRK-FS-ARQCKP01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD  1                      TO ACU-GRAVA-ARQCKP01
           .
      *----------------------------------------------------------------*
       3970-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVACAO DO REGISTRO DE AUDITORIA DA EXECUCAO               *
      *----------------------------------------------------------------*
       3980-GRAVAR-AUDITORIA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-PROGRAMA           TO ARQAUD01-PROGRAMA
           MOVE FUNCTION CURRENT-DATE(1:8)
                                        TO ARQAUD01-DATA
           MOVE FUNCTION CURRENT-DATE(9:6)
                                        TO ARQAUD01-HORA
           MOVE ACU-TOTAL-ARQUIVADAS    TO ARQAUD01-QTDE-LIDOS
           MOVE ACU-TOTAL-EXCLUIDAS     TO ARQAUD01-QTDE-GRAVA
           MOVE RETURN-CODE             TO ARQAUD01-RETCODE

           IF RETURN-CODE EQUAL ZEROS
              MOVE 'NORMAL'             TO ARQAUD01-STATUS
           ELSE
              MOVE 'ALERTA'             TO ARQAUD01-STATUS
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
       3990-GRAVAR-RELATORIO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQREL01        TO TRUE

           WRITE FD-ARQREL01           FROM WRK-LINHA-IMPRESSAO

           IF NOT WRK-FS-REL01-OK
              MOVE WRK-FS-ARQREL01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3990-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE FINALIZACAO DO PROGRAMA                           *
      *----------------------------------------------------------------*
       4000-FINALIZAR SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-TAB-SALTADA (1)
              MOVE SPACES              TO WRK-OBS-TEXTO
              MOVE 'CAMP_HISTORICO      CONCLUIDA NA EXECUCAO ANTERIOR'
                                       TO WRK-OBS-TEXTO
              MOVE WRK-REL-OBSERVACAO  TO WRK-LINHA-IMPRESSAO
              PERFORM 3990-GRAVAR-RELATORIO
           END-IF

           MOVE SPACES                 TO WRK-LINHA-IMPRESSAO
           PERFORM 3990-GRAVAR-RELATORIO

           MOVE 'TOTAL GERAL'          TO WRK-TOT-TEXTO
           MOVE ACU-TOTAL-ARQUIVADAS   TO WRK-TOT-ARQUIVADAS
           MOVE ACU-TOTAL-EXCLUIDAS    TO WRK-TOT-EXCLUIDAS
           MOVE WRK-REL-TOTAL          TO WRK-LINHA-IMPRESSAO
           PERFORM 3990-GRAVAR-RELATORIO

           MOVE WRK-RC-FINAL           TO RETURN-CODE

           PERFORM 3980-GRAVAR-AUDITORIA

           SET  WRK-CN-CLOSE           TO TRUE

           SET  WRK-CN-ARQARC01        TO TRUE
           CLOSE ARQARC01
           IF NOT WRK-FS-ARC01-OK
              MOVE WRK-FS-ARQARC01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQARC02        TO TRUE
           CLOSE ARQARC02
           IF NOT WRK-FS-ARC02-OK
              MOVE WRK-FS-ARQARC02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQCKP01        TO TRUE
           CLOSE ARQCKP01
           IF NOT WRK-FS-CKP01-OK
              MOVE WRK-FS-ARQCKP01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQCAT01        TO TRUE
           CLOSE ARQCAT01
           IF NOT WRK-FS-CAT01-OK
              MOVE WRK-FS-ARQCAT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQCMD01        TO TRUE
           CLOSE ARQCMD01
           IF NOT WRK-FS-CMD01-OK
              MOVE WRK-FS-ARQCMD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQREL01        TO TRUE
           CLOSE ARQREL01
           IF NOT WRK-FS-REL01-OK
              MOVE WRK-FS-ARQREL01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQAUD01        TO TRUE
           CLOSE ARQAUD01
           IF NOT WRK-FS-AUD01-OK
              MOVE WRK-FS-ARQAUD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           DISPLAY '**************************************************'
           MOVE WRK-TAB-ARQUIVADAS (1) TO WRK-MASK-QTDE
           DISPLAY '* CAMP_HISTORICO ARQUIVADAS: ' WRK-MASK-QTDE
           MOVE WRK-TAB-EXCLUIDAS (1)  TO WRK-MASK-QTDE
           DISPLAY '* CAMP_HISTORICO EXCLUIDAS : ' WRK-MASK-QTDE
           MOVE WRK-TAB-ARQUIVADAS (2) TO WRK-MASK-QTDE
           DISPLAY '* EXTR_CLIENTE ARQUIVADAS  : ' WRK-MASK-QTDE
           MOVE WRK-TAB-EXCLUIDAS (2)  TO WRK-MASK-QTDE
           DISPLAY '* EXTR_CLIENTE EXCLUIDAS   : ' WRK-MASK-QTDE
           MOVE ACU-GRAVA-ARQCKP01     TO WRK-MASK-QTDE
           DISPLAY '* PONTOS DE CONTROLE       : ' WRK-MASK-QTDE
           MOVE ACU-GRAVA-ARQCAT01     TO WRK-MASK-QTDE
           DISPLAY '* ARQUIVOS CATALOGADOS     : ' WRK-MASK-QTDE
           MOVE ACU-CARTOES-IGNORADOS  TO WRK-MASK-QTDE
           DISPLAY '* CARTOES IGNORADOS        : ' WRK-MASK-QTDE
           DISPLAY '*                                                *'
           DISPLAY '* ' WRK-PROGRAMA ' FIM NORMAL                    *'
           DISPLAY '**************************************************'
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
           MOVE ACU-TOTAL-ARQUIVADAS
                                  TO ERRO01-QTDE-LIDOS
           MOVE ACU-TOTAL-EXCLUIDAS
                                  TO ERRO01-QTDE-GRAVADOS
           MOVE WRK-CCLUB-LIDO    TO ERRO01-ULT-CHAVE

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
      *    ROTINA DE TRATAMENTO DE ERRO DE DB2                         *
      *----------------------------------------------------------------*
       9300-ERRO-DB2 SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE ERRO01-REGISTRO

           MOVE 'I#ERRO01'        TO ERRO01-ID-BLOCO
           MOVE 'DB2'             TO ERRO01-FUNCAO
           MOVE WRK-PROGRAMA      TO ERRO01-PROGRAMA
           MOVE WRK-TABELA        TO ERRO01-ARQUIVO
           MOVE WRK-SQLCODE       TO ERRO01-SQLCODE
           MOVE ACU-TOTAL-ARQUIVADAS
                                  TO ERRO01-QTDE-LIDOS
           MOVE ACU-TOTAL-EXCLUIDAS
                                  TO ERRO01-QTDE-GRAVADOS
           MOVE WRK-CCLUB-LIDO    TO ERRO01-ULT-CHAVE

           CALL WRK-ERRO2000      USING ERRO01-REGISTRO

           MOVE ERRO01-COD-RETORNO
                                  TO RETURN-CODE

           PERFORM 9900-FIM-PROGRAMA
           .
      *----------------------------------------------------------------*
       9300-99-FIM.
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
