      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0123.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0123                                      *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   APURACAO MENSAL DAS FERIAS DOS FUNCIONARIOS *
      *                    A PARTIR DA DATA DE ADMISSAO DO CADASTRO    *
      *                    (ARQENT01): PERIODOS AQUISITIVOS COMPLETOS, *
      *                    QUITADOS (FERIAS CONCEDIDAS - ARQFER01),    *
      *                    PENDENTES E VENCIDOS, E AVOS DO PERIODO EM  *
      *                    CURSO. OS DIAS EM QUE O FUNCIONARIO ESTEVE  *
      *                    SUSPENSO (HISTORICO DE IMAGENS - ARQHIS01)  *
      *                    NAO CONTAM E PRORROGAM O PERIODO            *
      *                    AQUISITIVO EM QUE CAIRAM.                   *
      *                    GRAVA A POSICAO DE CADA FUNCIONARIO         *
      *                    (ARQSAI02) E O RELATORIO POR DEPARTAMENTO   *
      *                    (ARQSAI01) DOS QUE TEM O PERIODO PENDENTE   *
      *                    MAIS ANTIGO COM O CONCESSIVO TERMINANDO     *
      *                    DENTRO DA ANTECEDENCIA DO CARTAO (O SEGUNDO *
      *                    PERIODO SE COMPLETA E AS FERIAS DO PRIMEIRO *
      *                    PASSAM A SER DEVIDAS EM DOBRO) OU JA        *
      *                    TERMINADO (DOBRA DEVIDA).                   *
      *                    CARTAO: COLS 1-3 = ANTECEDENCIA EM DIAS     *
      *                    (PADRAO 060). A DATA DE REFERENCIA E A DATA *
      *                    DA RODADA.                                  *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQHIS01                                  HIS01106        *
      *      ARQENT01                                  ENT01105        *
      *      ARQFER01 (OPCIONAL)                       FER01123        *
      *      ARQPARM  (OPCIONAL)                       -               *
      *      ARQSAI01                                  RFE01123        *
      *      ARQSAI02                                  PFE01123        *
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
           SELECT ARQHIS01 ASSIGN      TO UT-S-ARQHIS01
                      FILE STATUS      IS WRK-FS-ARQHIS01.

           SELECT ARQENT01 ASSIGN      TO UT-S-ARQENT01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS FD-ARQENT01-COD-FUNCO
                      FILE STATUS      IS WRK-FS-ARQENT01.

           SELECT OPTIONAL ARQFER01 ASSIGN TO UT-S-ARQFER01
                      FILE STATUS      IS WRK-FS-ARQFER01.

           SELECT OPTIONAL ARQPARM ASSIGN TO UT-S-ARQPARM
                      FILE STATUS      IS WRK-FS-ARQPARM.

           SELECT ARQSAI01 ASSIGN      TO UT-S-ARQSAI01
                      FILE STATUS      IS WRK-FS-ARQSAI01.

           SELECT ARQSAI02 ASSIGN      TO UT-S-ARQSAI02
                      FILE STATUS      IS WRK-FS-ARQSAI02.

           SELECT ARQAUD01 ASSIGN      TO UT-S-ARQAUD01
                      FILE STATUS      IS WRK-FS-ARQAUD01.

           SELECT WRK-SD-ORDENACAO ASSIGN TO "SORTWK01".

           SELECT WRK-SD-RELATORIO ASSIGN TO "SORTWK02".
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
      *   INPUT:      HISTORICO ACUMULATIVO DE IMAGENS DO CADASTRO     *
      *               ORG. SEQUENCIAL   -   LRECL = 221                *
      *----------------------------------------------------------------*

       FD  ARQHIS01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQHIS01             PIC X(221).

      *----------------------------------------------------------------*
      *   INPUT:      CADASTRO ATUAL DE FUNCIONARIOS (DATA DE          *
      *               ADMISSAO E SITUACAO DEPOIS DO ULTIMO EVENTO)     *
      *               ORG. INDEXADA     -   LRECL = 206                *
      *----------------------------------------------------------------*

       FD  ARQENT01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQENT01.
           05 FD-ARQENT01-COD-FUNCO   PIC 9(08).
           05 FILLER                  PIC X(198).

      *---------------------------------------------------------------*
      *   INPUT:      FERIAS CONCEDIDAS (INTERFACE DO RH - OPCIONAL)  *
      *               ORG. SEQUENCIAL   -   LRECL = 40                *
      *---------------------------------------------------------------*

       FD  ARQFER01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQFER01             PIC X(40).

      *---------------------------------------------------------------*
      *   INPUT:      CARTAO DE PARAMETROS (ANTECEDENCIA EM DIAS)     *
      *               ORG. SEQUENCIAL   -   LRECL = 80                *
      *---------------------------------------------------------------*

       FD  ARQPARM
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPARM              PIC X(80).

      *---------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DE FERIAS A VENCER POR DEPARTAMENTO   *
      *               ORG. SEQUENCIAL   -   LRECL = 132               *
      *---------------------------------------------------------------*

       FD  ARQSAI01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI01             PIC X(132).

      *---------------------------------------------------------------*
      *   OUTPUT:     POSICAO DE FERIAS POR FUNCIONARIO               *
      *               ORG. SEQUENCIAL   -   LRECL = 120               *
      *---------------------------------------------------------------*

       FD  ARQSAI02
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI02             PIC X(120).

      *---------------------------------------------------------------*
      *   OUTPUT:     LOG DE AUDITORIA DE EXECUCAO (COMPARTILHADO     *
      *               COM OS DEMAIS PROGRAMAS DO BOOK)                *
      *---------------------------------------------------------------*

       FD  ARQAUD01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQAUD01              PIC X(51).

      *----------------------------------------------------------------*
      *   SORT:       ORDENACAO DO HISTORICO E DAS FERIAS CONCEDIDAS   *
      *               POR FUNCIONARIO E DATA/HORA, PARA APURAR OS      *
      *               INTERVALOS DE SUSPENSAO (CADA IMAGEM-ANTES DA A  *
      *               SITUACAO DESDE O EVENTO ANTERIOR)                *
      *----------------------------------------------------------------*

       SD  WRK-SD-ORDENACAO.
       01  WRK-SD-REGISTRO.
           05 SD-CHAVE-FUNCO          PIC 9(008).
           05 SD-CHAVE-DATA           PIC 9(008).
           05 SD-CHAVE-HORA           PIC 9(006).
           05 SD-TIPO-REGISTRO        PIC X(001).
              88 SD-REG-HISTORICO                 VALUE 'H'.
              88 SD-REG-FERIAS                    VALUE 'F'.
           05 SD-DADOS                PIC X(221).

      *----------------------------------------------------------------*
      *   SORT:       ORDENACAO DOS ALERTAS POR DEPARTAMENTO E         *
      *               FUNCIONARIO PARA A EMISSAO DO RELATORIO          *
      *----------------------------------------------------------------*

       SD  WRK-SD-RELATORIO.
       01  WRK-SR-REGISTRO.
           05 SR-COD-DEPTO            PIC 9(015).
           05 SR-COD-FUNCO            PIC 9(008).
           05 SR-NOM-DEPTO            PIC X(055).
           05 SR-SIT-ALERTA           PIC X(001).
           05 SR-LINHA                PIC X(132).

      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0123 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0123'.
       77 WRK-ERRO2000            PIC  X(008) VALUE 'ERRO2000'.
       77 WRK-MASK-QTDE           PIC  ZZ.ZZ9.
       77 WRK-DATA-CORRENTE       PIC  9(008) VALUE ZEROS.
       77 WRK-ULT-COD-FUNCO       PIC  9(008) VALUE ZEROS.
      *
       01 WRK-PARM-REGISTRO.
          05 WRK-PARM-ANTECEDENCIA PIC X(003) VALUE SPACES.
          05 FILLER               PIC  X(077) VALUE SPACES.
      *
      *    ANTECEDENCIA EM DIAS DO ALERTA DE LIMITE DE CONCESSAO
      *    (COLUNAS 1-3 DO CARTAO; PADRAO 060)
       77 WRK-DIAS-ANTECEDENCIA   PIC  9(003) VALUE 60.
      *
       01 WRK-SW-SORT             PIC  X(001) VALUE 'N'.
          88 WRK-SORT-FIM                     VALUE 'S'.
      *
       01 WRK-SW-SORT-REL         PIC  X(001) VALUE 'N'.
          88 WRK-SORT-REL-FIM                 VALUE 'S'.
      *
       01 WRK-SW-GRUPO            PIC  X(001) VALUE 'N'.
          88 WRK-GRUPO-ABERTO                 VALUE 'S'.
          88 WRK-GRUPO-FECHADO                VALUE 'N'.
      *
       01 WRK-SW-DEPTO            PIC  X(001) VALUE 'N'.
          88 WRK-DEPTO-ABERTO                 VALUE 'S'.
          88 WRK-DEPTO-FECHADO                VALUE 'N'.
      *
       01 WRK-SW-PERIODO          PIC  X(001) VALUE 'N'.
          88 WRK-PERIODO-EM-CURSO             VALUE 'S'.
          88 WRK-PERIODO-COMPLETO             VALUE 'N'.
      *
       01 WRK-SW-FIM-PERIODO      PIC  X(001) VALUE 'N'.
          88 WRK-FIM-ESTAVEL                  VALUE 'S'.
          88 WRK-FIM-INSTAVEL                 VALUE 'N'.
      *
      *----------------------------------------------------------------*
      *    DATAS: DATA DE CALCULO (AAAAMMDD) E DATAS INTEIRAS (DIAS    *
      *    CORRIDOS); OS INTERVALOS SAO FECHADOS NO INICIO E ABERTOS   *
      *    NO FIM                                                      *
      *----------------------------------------------------------------*
       01 WRK-DAT-CALC            PIC  9(008) VALUE ZEROS.
       01 WRK-DAT-CALC-R REDEFINES WRK-DAT-CALC.
          05 WRK-CALC-ANO         PIC  9(004).
          05 WRK-CALC-MES         PIC  9(002).
          05 WRK-CALC-DIA         PIC  9(002).
      *
       01 WRK-DAT-EDITADA.
          05 WRK-EDT-DIA          PIC  9(002) VALUE ZEROS.
          05 FILLER               PIC  X(001) VALUE '/'.
          05 WRK-EDT-MES          PIC  9(002) VALUE ZEROS.
          05 FILLER               PIC  X(001) VALUE '/'.
          05 WRK-EDT-ANO          PIC  9(004) VALUE ZEROS.
      *
       77 WRK-INT-REF             PIC S9(009) COMP VALUE ZEROS.
       77 WRK-INT-REF-FIM         PIC S9(009) COMP VALUE ZEROS.
       77 WRK-INT-EVENTO          PIC S9(009) COMP VALUE ZEROS.
       77 WRK-INT-ULT-EVENTO      PIC S9(009) COMP VALUE ZEROS.
       77 WRK-INT-ADMISSAO        PIC S9(009) COMP VALUE ZEROS.
       77 WRK-INT-INI             PIC S9(009) COMP VALUE ZEROS.
       77 WRK-INT-FIM             PIC S9(009) COMP VALUE ZEROS.
       77 WRK-INT-FIM-BASE        PIC S9(009) COMP VALUE ZEROS.
       77 WRK-INT-NOVO-FIM        PIC S9(009) COMP VALUE ZEROS.
       77 WRK-INT-LIMITE          PIC S9(009) COMP VALUE ZEROS.
       77 WRK-INT-A               PIC S9(009) COMP VALUE ZEROS.
       77 WRK-INT-B               PIC S9(009) COMP VALUE ZEROS.
       77 WRK-INT-SOBRE-INI       PIC S9(009) COMP VALUE ZEROS.
       77 WRK-INT-SOBRE-FIM       PIC S9(009) COMP VALUE ZEROS.
       77 WRK-DIAS-SOMA           PIC S9(009) COMP VALUE ZEROS.
       77 WRK-DIAS-EFETIVOS       PIC S9(009) COMP VALUE ZEROS.
       77 WRK-DIAS-RESTANTES      PIC S9(009) COMP VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    GRUPO DO FUNCIONARIO NA ORDENACAO DO HISTORICO              *
      *----------------------------------------------------------------*
       77 WRK-GRP-COD-FUNCO       PIC  9(008) VALUE ZEROS.
       77 WRK-GRP-ULT-TIPO        PIC  X(001) VALUE SPACES.
       77 WRK-GRP-DIAS-FERIAS     PIC  9(005) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    APURACAO DO FUNCIONARIO                                     *
      *----------------------------------------------------------------*
       77 WRK-NUM-PERIODO         PIC  9(003) VALUE ZEROS.
       77 WRK-QTD-COMPLETOS       PIC  9(003) VALUE ZEROS.
       77 WRK-QTD-QUITADOS        PIC  9(003) VALUE ZEROS.
       77 WRK-QTD-PENDENTES       PIC  9(003) VALUE ZEROS.
       77 WRK-QTD-VENCIDOS        PIC  9(003) VALUE ZEROS.
       77 WRK-QTD-AVOS            PIC  9(002) VALUE ZEROS.
       77 WRK-DIAS-FERIAS-FUNCO   PIC  9(005) VALUE ZEROS.
       77 WRK-TOT-DIAS-SUSPENSAO  PIC  9(005) VALUE ZEROS.
       77 WRK-DAT-INI-PENDENTE    PIC  9(008) VALUE ZEROS.
       77 WRK-DAT-LIMITE          PIC  9(008) VALUE ZEROS.
       77 WRK-INT-LIMITE-PENDENTE PIC S9(009) COMP VALUE ZEROS.
       77 WRK-SIT-ALERTA          PIC  X(001) VALUE SPACES.
          88 WRK-SEM-ALERTA                   VALUE ' '.
          88 WRK-ALERTA-A-VENCER              VALUE 'A'.
          88 WRK-ALERTA-DOBRA                 VALUE 'D'.
      *
      *----------------------------------------------------------------*
      *    TABELA DOS INTERVALOS DE SUSPENSAO (DATAS INTEIRAS), EM     *
      *    ORDEM DE FUNCIONARIO, MONTADA NA ORDENACAO DO HISTORICO     *
      *----------------------------------------------------------------*
       77 WRK-SUS-QTDE            PIC S9(004) COMP VALUE ZEROS.
       77 WRK-SUS-IDX             PIC S9(004) COMP VALUE ZEROS.
       77 WRK-SUS-PRIM            PIC S9(004) COMP VALUE ZEROS.
       77 WRK-SUS-ULT             PIC S9(004) COMP VALUE ZEROS.
       77 WRK-SUS-PONTEIRO        PIC S9(004) COMP VALUE 1.
      *
       01 WRK-TAB-SUSPENSAO.
          05 WRK-SUS-OCR  OCCURS 5000 TIMES.
             10 WRK-SUS-COD-FUNCO     PIC  9(008).
             10 WRK-SUS-INI           PIC S9(009) COMP.
             10 WRK-SUS-FIM           PIC S9(009) COMP.
      *
      *----------------------------------------------------------------*
      *    TABELA DOS DIAS DE FERIAS CONCEDIDOS (GOZO + ABONO) POR     *
      *    FUNCIONARIO, EM ORDEM DE FUNCIONARIO                        *
      *----------------------------------------------------------------*
       77 WRK-FER-QTDE            PIC S9(004) COMP VALUE ZEROS.
       77 WRK-FER-PONTEIRO        PIC S9(004) COMP VALUE 1.
      *
       01 WRK-TAB-FERIAS.
          05 WRK-FER-OCR  OCCURS 9999 TIMES.
             10 WRK-FER-COD-FUNCO     PIC  9(008).
             10 WRK-FER-DIAS          PIC  9(005).
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS-ARQHIS01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQFER01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQENT01     PIC 9(007) VALUE ZEROS.
           03 ACU-APURADOS           PIC 9(007) VALUE ZEROS.
           03 ACU-SEM-ADMISSAO       PIC 9(007) VALUE ZEROS.
           03 ACU-SUSP-SEM-INICIO    PIC 9(007) VALUE ZEROS.
           03 ACU-SUSP-DESPREZADAS   PIC 9(007) VALUE ZEROS.
           03 ACU-FER-DESPREZADAS    PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI01     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI02     PIC 9(007) VALUE ZEROS.
      *
       01 WRK-TOTAIS.
          05 WRK-DEP-QTDE-FUNCO   PIC  9(005) VALUE ZEROS.
          05 WRK-DEP-QTDE-A-VENCER PIC 9(005) VALUE ZEROS.
          05 WRK-DEP-QTDE-DOBRA   PIC  9(005) VALUE ZEROS.
          05 WRK-TOT-QTDE-FUNCO   PIC  9(005) VALUE ZEROS.
          05 WRK-TOT-QTDE-A-VENCER PIC 9(005) VALUE ZEROS.
          05 WRK-TOT-QTDE-DOBRA   PIC  9(005) VALUE ZEROS.
      *
       77 WRK-DEP-COD-DEPTO       PIC  9(015) VALUE ZEROS.

      *----------------------------------------------------------------*
      *    AREA DO RELATORIO                                           *
      *----------------------------------------------------------------*
       01 WRK-CAB1-RELATORIO.
          05 FILLER               PIC X(052) VALUE
             'FERIAS A VENCER (RISCO DE DOBRA) POR DEPARTAMENTO - '.
          05 FILLER               PIC X(006) VALUE 'REF.: '.
          05 WRK-CAB1-DATA        PIC X(010) VALUE SPACES.
          05 FILLER               PIC X(017) VALUE
             '  ANTECEDENCIA: '.
          05 WRK-CAB1-ANTECEDENCIA PIC ZZ9.
          05 FILLER               PIC X(005) VALUE ' DIAS'.
          05 FILLER               PIC X(039) VALUE SPACES.

       01 WRK-CAB2-RELATORIO.
          05 FILLER               PIC X(010) VALUE '  CODIGO'.
          05 FILLER               PIC X(042) VALUE 'NOME'.
          05 FILLER               PIC X(012) VALUE 'ADMISSAO'.
          05 FILLER               PIC X(005) VALUE 'PEND'.
          05 FILLER               PIC X(005) VALUE 'VENC'.
          05 FILLER               PIC X(012) VALUE 'INICIO PER.'.
          05 FILLER               PIC X(012) VALUE 'LIMITE'.
          05 FILLER               PIC X(007) VALUE ' DIAS'.
          05 FILLER               PIC X(015) VALUE 'SITUACAO'.
          05 FILLER               PIC X(012) VALUE SPACES.

       01 WRK-DEPTO-RELATORIO.
          05 FILLER               PIC X(014) VALUE 'DEPARTAMENTO: '.
          05 WRK-DEPTO-COD-DEPTO  PIC Z(14)9.
          05 FILLER               PIC X(003) VALUE ' - '.
          05 WRK-DEPTO-NOM-DEPTO  PIC X(055) VALUE SPACES.
          05 FILLER               PIC X(045) VALUE SPACES.

       01 WRK-TOTD-RELATORIO.
          05 FILLER               PIC X(026) VALUE
             '   TOTAL DO DEPARTAMENTO: '.
          05 WRK-TOTD-QTDE-FUNCO  PIC ZZ.ZZ9.
          05 FILLER               PIC X(028) VALUE
             ' FUNCIONARIO(S) - A VENCER: '.
          05 WRK-TOTD-QTDE-A-VENCER PIC ZZ.ZZ9.
          05 FILLER               PIC X(015) VALUE
             ' DOBRA DEVIDA: '.
          05 WRK-TOTD-QTDE-DOBRA  PIC ZZ.ZZ9.
          05 FILLER               PIC X(045) VALUE SPACES.

       01 WRK-ROD-RELATORIO.
          05 FILLER               PIC X(026) VALUE
             'TOTAL GERAL:              '.
          05 WRK-ROD-QTDE-FUNCO   PIC ZZ.ZZ9.
          05 FILLER               PIC X(028) VALUE
             ' FUNCIONARIO(S) - A VENCER: '.
          05 WRK-ROD-QTDE-A-VENCER PIC ZZ.ZZ9.
          05 FILLER               PIC X(015) VALUE
             ' DOBRA DEVIDA: '.
          05 WRK-ROD-QTDE-DOBRA   PIC ZZ.ZZ9.
          05 FILLER               PIC X(045) VALUE SPACES.

       01 WRK-LINHA-IMPRESSAO        PIC X(132) VALUE SPACES.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA PARA TRATAMENTO DE FILE-STATUS'.
      *----------------------------------------------------------------*
      *
       01 WRK-AREA-FS.
          05 WRK-FS-ARQHIS01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-HIS01-OK               VALUE '00'.
             88 WRK-FS-HIS01-FIM              VALUE '10'.
          05 WRK-FS-ARQENT01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ENT01-OK               VALUE '00'.
             88 WRK-FS-ENT01-FIM              VALUE '10'.
             88 WRK-FS-ENT01-NAO-ENCONTRADO VALUE '23'.
          05 WRK-FS-ARQFER01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-FER01-OK               VALUE '00'.
             88 WRK-FS-FER01-FIM              VALUE '10'.
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
          88 WRK-CN-ARQHIS01      VALUE 'ARQHIS01'.
          88 WRK-CN-ARQENT01      VALUE 'ARQENT01'.
          88 WRK-CN-ARQFER01      VALUE 'ARQFER01'.
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
           COPY HIS01106.
           COPY ENT01105.
           COPY FER01123.
           COPY RFE01123.
           COPY PFE01123.
           COPY AUD00105.
           COPY 'I#ERRO01'.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0123 - FIM DA AREA DE WORKING'.
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

           SORT WRK-SD-ORDENACAO
                ASCENDING KEY SD-CHAVE-FUNCO
                              SD-CHAVE-DATA
                              SD-CHAVE-HORA
                INPUT PROCEDURE 2000-SELECIONAR-ENTRADA
                OUTPUT PROCEDURE 2500-APURAR-SUSPENSOES

           SORT WRK-SD-RELATORIO
                ASCENDING KEY SR-COD-DEPTO
                              SR-COD-FUNCO
                INPUT PROCEDURE 3000-APURAR-CADASTRO
                OUTPUT PROCEDURE 4100-EMITIR-RELATORIO

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

           COMPUTE WRK-INT-REF =
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-CORRENTE)
           COMPUTE WRK-INT-REF-FIM = WRK-INT-REF + 1

           SET  WRK-CN-OPEN            TO TRUE

           PERFORM 3750-LER-PARAMETRO

           SET  WRK-CN-ARQHIS01        TO TRUE
           OPEN INPUT ARQHIS01

           IF NOT WRK-FS-HIS01-OK
              MOVE WRK-FS-ARQHIS01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQENT01        TO TRUE
           OPEN INPUT ARQENT01

           IF NOT WRK-FS-ENT01-OK
              MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQFER01        TO TRUE
           OPEN INPUT ARQFER01

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
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO CARTAO DE PARAMETROS (ANTECEDENCIA)    *
      *----------------------------------------------------------------*
       3750-LER-PARAMETRO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-ARQPARM         TO TRUE
           OPEN INPUT ARQPARM

           IF WRK-FS-PARM-OK
              READ ARQPARM INTO WRK-PARM-REGISTRO
              IF WRK-FS-PARM-OK AND
                 WRK-PARM-ANTECEDENCIA NUMERIC AND
                 WRK-PARM-ANTECEDENCIA GREATER ZEROS
                 MOVE WRK-PARM-ANTECEDENCIA TO WRK-DIAS-ANTECEDENCIA
              END-IF
              CLOSE ARQPARM
           END-IF
           .
      *----------------------------------------------------------------*
       3750-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE SELECAO DO HISTORICO E DAS FERIAS CONCEDIDAS      *
      *    PARA O SORT (INPUT PROC)                                    *
      *----------------------------------------------------------------*
       2000-SELECIONAR-ENTRADA SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3800-LER-HISTORICO

           PERFORM 2100-LIBERAR-HISTORICO
              UNTIL WRK-FS-HIS01-FIM

           IF WRK-FS-FER01-OK
              PERFORM 3810-LER-FERIAS

              PERFORM 2150-LIBERAR-FERIAS
                 UNTIL WRK-FS-FER01-FIM

              SET  WRK-CN-CLOSE        TO TRUE
              SET  WRK-CN-ARQFER01     TO TRUE
              CLOSE ARQFER01
           END-IF
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2100-LIBERAR-HISTORICO SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQHIS01-COD-FUNCO NUMERIC
              AND ARQHIS01-DAT-ALTERACAO NUMERIC
              AND ARQHIS01-DAT-ALTERACAO NOT GREATER WRK-DATA-CORRENTE
              MOVE ARQHIS01-COD-FUNCO     TO SD-CHAVE-FUNCO
              MOVE ARQHIS01-DAT-ALTERACAO TO SD-CHAVE-DATA
              IF ARQHIS01-HOR-ALTERACAO NUMERIC
                 MOVE ARQHIS01-HOR-ALTERACAO TO SD-CHAVE-HORA
              ELSE
                 MOVE ZEROS                  TO SD-CHAVE-HORA
              END-IF
              SET  SD-REG-HISTORICO       TO TRUE
              MOVE ARQHIS01-REGISTRO      TO SD-DADOS
              RELEASE WRK-SD-REGISTRO
           END-IF

           PERFORM 3800-LER-HISTORICO
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    SO ENTRAM AS PARCELAS JA INICIADAS NA DATA DA RODADA        *
      *----------------------------------------------------------------*
       2150-LIBERAR-FERIAS SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQFER01-COD-FUNCO NUMERIC
              AND ARQFER01-DAT-INICIO-GOZO NUMERIC
              AND ARQFER01-DAT-INICIO-GOZO NOT GREATER
                                           WRK-DATA-CORRENTE
              MOVE ARQFER01-COD-FUNCO       TO SD-CHAVE-FUNCO
              MOVE ARQFER01-DAT-INICIO-GOZO TO SD-CHAVE-DATA
              MOVE ZEROS                    TO SD-CHAVE-HORA
              SET  SD-REG-FERIAS            TO TRUE
              MOVE ARQFER01-REGISTRO        TO SD-DADOS
              RELEASE WRK-SD-REGISTRO
           END-IF

           PERFORM 3810-LER-FERIAS
           .
      *----------------------------------------------------------------*
       2150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE APURACAO DOS REGISTROS ORDENADOS (OUTPUT PROC):   *
      *    MONTA, POR FUNCIONARIO, OS INTERVALOS DE SUSPENSAO E O      *
      *    TOTAL DE DIAS DE FERIAS CONCEDIDOS                          *
      *----------------------------------------------------------------*
       2500-APURAR-SUSPENSOES SECTION.
      *----------------------------------------------------------------*
      *
           RETURN WRK-SD-ORDENACAO
              AT END
                 SET WRK-SORT-FIM TO TRUE
           END-RETURN

           PERFORM 2550-TRATAR-REGISTRO
              UNTIL WRK-SORT-FIM

           IF WRK-GRUPO-ABERTO
              PERFORM 2650-FECHAR-GRUPO
           END-IF
           .
      *----------------------------------------------------------------*
       2500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE TRATAMENTO DE UM REGISTRO DEVOLVIDO PELO SORT     *
      *----------------------------------------------------------------*
       2550-TRATAR-REGISTRO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-GRUPO-ABERTO
              AND SD-CHAVE-FUNCO NOT EQUAL WRK-GRP-COD-FUNCO
              PERFORM 2650-FECHAR-GRUPO
           END-IF

           IF WRK-GRUPO-FECHADO
              SET WRK-GRUPO-ABERTO     TO TRUE
              MOVE SD-CHAVE-FUNCO      TO WRK-GRP-COD-FUNCO
                                          WRK-ULT-COD-FUNCO
              MOVE ZEROS               TO WRK-INT-ULT-EVENTO
                                          WRK-GRP-DIAS-FERIAS
              MOVE SPACES              TO WRK-GRP-ULT-TIPO
           END-IF

           IF SD-REG-FERIAS
              PERFORM 2600-ACUMULAR-FERIAS
           ELSE
              PERFORM 2610-TRATAR-EVENTO
           END-IF

           RETURN WRK-SD-ORDENACAO
              AT END
                 SET WRK-SORT-FIM TO TRUE
           END-RETURN
           .
      *----------------------------------------------------------------*
       2550-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE ACUMULACAO DOS DIAS CONCEDIDOS (GOZO + ABONO)     *
      *----------------------------------------------------------------*
       2600-ACUMULAR-FERIAS SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SD-DADOS               TO ARQFER01-REGISTRO

           IF ARQFER01-QTD-DIAS-GOZO NUMERIC
              ADD ARQFER01-QTD-DIAS-GOZO  TO WRK-GRP-DIAS-FERIAS
           END-IF

           IF ARQFER01-QTD-DIAS-ABONO NUMERIC
              ADD ARQFER01-QTD-DIAS-ABONO TO WRK-GRP-DIAS-FERIAS
           END-IF
           .
      *----------------------------------------------------------------*
       2600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE TRATAMENTO DE UM EVENTO DO HISTORICO: A IMAGEM-   *
      *    ANTES DA A SITUACAO DO FUNCIONARIO DESDE O EVENTO ANTERIOR; *
      *    SUSPENSO NA IMAGEM, O INTERVALO ENTRE OS DOIS EVENTOS E     *
      *    SUSPENSAO. NA INCLUSAO ('I') A IMAGEM E A DO REGISTRO       *
      *    INCLUIDO E NAO HA SITUACAO ANTERIOR                         *
      *----------------------------------------------------------------*
       2610-TRATAR-EVENTO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SD-DADOS               TO ARQHIS01-REGISTRO

           COMPUTE WRK-INT-EVENTO =
                   FUNCTION INTEGER-OF-DATE (ARQHIS01-DAT-ALTERACAO)

           IF ARQHIS01-TIPO-TRANSACAO NOT EQUAL 'I'
              MOVE ARQHIS01-DADOS-ANTES TO ARQENT01-REGISTRO
              IF ARQENT01-FUNCO-SUSPENSO
                 IF WRK-INT-ULT-EVENTO GREATER ZEROS
                    MOVE WRK-INT-ULT-EVENTO TO WRK-INT-A
                    MOVE WRK-INT-EVENTO     TO WRK-INT-B
                    PERFORM 2700-REGISTRAR-SUSPENSAO
                 ELSE
                    ADD 1 TO ACU-SUSP-SEM-INICIO
                 END-IF
              END-IF
           END-IF

           MOVE WRK-INT-EVENTO         TO WRK-INT-ULT-EVENTO
           MOVE ARQHIS01-TIPO-TRANSACAO TO WRK-GRP-ULT-TIPO
           .
      *----------------------------------------------------------------*
       2610-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE FECHAMENTO DO GRUPO DO FUNCIONARIO: A SITUACAO    *
      *    DEPOIS DO ULTIMO EVENTO E A DO CADASTRO ATUAL (SUSPENSO,    *
      *    A SUSPENSAO VAI ATE A DATA DA RODADA); GUARDA OS DIAS DE    *
      *    FERIAS CONCEDIDOS                                           *
      *----------------------------------------------------------------*
       2650-FECHAR-GRUPO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-INT-ULT-EVENTO GREATER ZEROS
              AND WRK-GRP-ULT-TIPO NOT EQUAL 'E'
              PERFORM 2660-VERIFICAR-SITUACAO-ATUAL
           END-IF

           IF WRK-GRP-DIAS-FERIAS GREATER ZEROS
              IF WRK-FER-QTDE LESS 9999
                 ADD 1                 TO WRK-FER-QTDE
                 MOVE WRK-GRP-COD-FUNCO
                                  TO WRK-FER-COD-FUNCO (WRK-FER-QTDE)
                 MOVE WRK-GRP-DIAS-FERIAS
                                  TO WRK-FER-DIAS (WRK-FER-QTDE)
              ELSE
                 ADD 1 TO ACU-FER-DESPREZADAS
              END-IF
           END-IF

           SET WRK-GRUPO-FECHADO       TO TRUE
           .
      *----------------------------------------------------------------*
       2650-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2660-VERIFICAR-SITUACAO-ATUAL SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-GRP-COD-FUNCO      TO FD-ARQENT01-COD-FUNCO

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQENT01        TO TRUE

           READ ARQENT01

           EVALUATE TRUE
              WHEN WRK-FS-ENT01-OK
                 MOVE FD-ARQENT01      TO ARQENT01-REGISTRO
                 IF ARQENT01-FUNCO-SUSPENSO
                    MOVE WRK-INT-ULT-EVENTO TO WRK-INT-A
                    MOVE WRK-INT-REF-FIM    TO WRK-INT-B
                    PERFORM 2700-REGISTRAR-SUSPENSAO
                 END-IF
              WHEN WRK-FS-ENT01-NAO-ENCONTRADO
                 CONTINUE
              WHEN OTHER
                 MOVE WRK-FS-ARQENT01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       2660-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE REGISTRO DO INTERVALO DE SUSPENSAO [A, B) NA      *
      *    TABELA; EMENDA COM O INTERVALO ANTERIOR DO FUNCIONARIO      *
      *    QUANDO CONTIGUO (SUSPENSAO MANTIDA ENTRE DOIS EVENTOS)      *
      *----------------------------------------------------------------*
       2700-REGISTRAR-SUSPENSAO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-INT-B GREATER WRK-INT-REF-FIM
              MOVE WRK-INT-REF-FIM     TO WRK-INT-B
           END-IF

           IF WRK-INT-B NOT GREATER WRK-INT-A
              GO TO 2700-99-FIM
           END-IF

           IF WRK-SUS-QTDE GREATER ZEROS
              AND WRK-SUS-COD-FUNCO (WRK-SUS-QTDE)
                                       EQUAL WRK-GRP-COD-FUNCO
              AND WRK-SUS-FIM (WRK-SUS-QTDE) EQUAL WRK-INT-A
              MOVE WRK-INT-B           TO WRK-SUS-FIM (WRK-SUS-QTDE)
              GO TO 2700-99-FIM
           END-IF

           IF WRK-SUS-QTDE LESS 5000
              ADD 1                    TO WRK-SUS-QTDE
              MOVE WRK-GRP-COD-FUNCO
                                  TO WRK-SUS-COD-FUNCO (WRK-SUS-QTDE)
              MOVE WRK-INT-A           TO WRK-SUS-INI (WRK-SUS-QTDE)
              MOVE WRK-INT-B           TO WRK-SUS-FIM (WRK-SUS-QTDE)
           ELSE
              ADD 1 TO ACU-SUSP-DESPREZADAS
           END-IF
           .
      *----------------------------------------------------------------*
       2700-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE APURACAO DO CADASTRO (INPUT PROC DO RELATORIO):   *
      *    VARRE O CADASTRO EM ORDEM DE FUNCIONARIO                    *
      *----------------------------------------------------------------*
       3000-APURAR-CADASTRO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO FD-ARQENT01-COD-FUNCO

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQENT01        TO TRUE

           START ARQENT01 KEY NOT LESS FD-ARQENT01-COD-FUNCO

           IF WRK-FS-ENT01-OK
              PERFORM 3850-LER-PROXIMO-CADASTRO

              PERFORM 3100-TRATAR-FUNCIONARIO
                 UNTIL WRK-FS-ENT01-FIM
           ELSE
              IF NOT WRK-FS-ENT01-NAO-ENCONTRADO
                 MOVE WRK-FS-ARQENT01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3100-TRATAR-FUNCIONARIO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQENT01-COD-FUNCO     TO WRK-ULT-COD-FUNCO

           PERFORM 3150-APURAR-FUNCIONARIO

           PERFORM 3850-LER-PROXIMO-CADASTRO
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE APURACAO DE UM FUNCIONARIO: DESLIGADOS E SEM      *
      *    DATA DE ADMISSAO FICAM FORA                                 *
      *----------------------------------------------------------------*
       3150-APURAR-FUNCIONARIO SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQENT01-FUNCO-DESLIGADO
              GO TO 3150-99-FIM
           END-IF

           IF ARQENT01-DAT-ADMISSAO NOT NUMERIC
              OR ARQENT01-DAT-ADMISSAO EQUAL ZEROS
              OR ARQENT01-DAT-ADMISSAO GREATER WRK-DATA-CORRENTE
              ADD 1 TO ACU-SEM-ADMISSAO
              GO TO 3150-99-FIM
           END-IF

           COMPUTE WRK-INT-ADMISSAO =
                   FUNCTION INTEGER-OF-DATE (ARQENT01-DAT-ADMISSAO)

           IF WRK-INT-ADMISSAO EQUAL ZEROS
              ADD 1 TO ACU-SEM-ADMISSAO
              GO TO 3150-99-FIM
           END-IF

           ADD 1 TO ACU-APURADOS

           PERFORM 3200-LOCALIZAR-SUSPENSOES

           PERFORM 3210-LOCALIZAR-FERIAS

           MOVE WRK-INT-ADMISSAO       TO WRK-INT-A
           MOVE WRK-INT-REF-FIM        TO WRK-INT-B
           PERFORM 6200-SOMAR-SUSPENSAO
           MOVE WRK-DIAS-SOMA          TO WRK-TOT-DIAS-SUSPENSAO

           PERFORM 3300-APURAR-PERIODOS

           PERFORM 3400-GRAVAR-POSICAO

           IF NOT WRK-SEM-ALERTA
              PERFORM 3500-LIBERAR-ALERTA
           END-IF
           .
      *----------------------------------------------------------------*
       3150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE LOCALIZACAO DOS INTERVALOS DE SUSPENSAO DO        *
      *    FUNCIONARIO (TABELA E CADASTRO NA MESMA ORDEM: O PONTEIRO   *
      *    SO AVANCA)                                                  *
      *----------------------------------------------------------------*
       3200-LOCALIZAR-SUSPENSOES SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3205-AVANCAR-SUSPENSAO
              UNTIL WRK-SUS-PONTEIRO GREATER WRK-SUS-QTDE
                 OR WRK-SUS-COD-FUNCO (WRK-SUS-PONTEIRO)
                              NOT LESS ARQENT01-COD-FUNCO

           MOVE WRK-SUS-PONTEIRO       TO WRK-SUS-PRIM
           COMPUTE WRK-SUS-ULT = WRK-SUS-PRIM - 1

           PERFORM 3205-AVANCAR-SUSPENSAO
              UNTIL WRK-SUS-PONTEIRO GREATER WRK-SUS-QTDE
                 OR WRK-SUS-COD-FUNCO (WRK-SUS-PONTEIRO)
                              NOT EQUAL ARQENT01-COD-FUNCO

           COMPUTE WRK-SUS-ULT = WRK-SUS-PONTEIRO - 1
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3205-AVANCAR-SUSPENSAO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-SUS-PONTEIRO
           .
      *----------------------------------------------------------------*
       3205-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE LOCALIZACAO DOS DIAS DE FERIAS CONCEDIDOS AO      *
      *    FUNCIONARIO: CADA 30 DIAS QUITAM UM PERIODO AQUISITIVO      *
      *----------------------------------------------------------------*
       3210-LOCALIZAR-FERIAS SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-DIAS-FERIAS-FUNCO

           PERFORM 3215-AVANCAR-FERIAS
              UNTIL WRK-FER-PONTEIRO GREATER WRK-FER-QTDE
                 OR WRK-FER-COD-FUNCO (WRK-FER-PONTEIRO)
                              NOT LESS ARQENT01-COD-FUNCO

           IF WRK-FER-PONTEIRO NOT GREATER WRK-FER-QTDE
              AND WRK-FER-COD-FUNCO (WRK-FER-PONTEIRO)
                              EQUAL ARQENT01-COD-FUNCO
              MOVE WRK-FER-DIAS (WRK-FER-PONTEIRO)
                                       TO WRK-DIAS-FERIAS-FUNCO
           END-IF

           DIVIDE WRK-DIAS-FERIAS-FUNCO BY 30
              GIVING WRK-QTD-QUITADOS
           .
      *----------------------------------------------------------------*
       3210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3215-AVANCAR-FERIAS SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-FER-PONTEIRO
           .
      *----------------------------------------------------------------*
       3215-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE APURACAO DOS PERIODOS AQUISITIVOS DESDE A         *
      *    ADMISSAO ATE O PERIODO EM CURSO NA DATA DA RODADA           *
      *----------------------------------------------------------------*
       3300-APURAR-PERIODOS SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-NUM-PERIODO
                                          WRK-QTD-COMPLETOS
                                          WRK-QTD-PENDENTES
                                          WRK-QTD-VENCIDOS
                                          WRK-QTD-AVOS
                                          WRK-DAT-INI-PENDENTE
                                          WRK-DAT-LIMITE
                                          WRK-INT-LIMITE-PENDENTE
           SET WRK-SEM-ALERTA          TO TRUE
           SET WRK-PERIODO-COMPLETO    TO TRUE
           MOVE WRK-INT-ADMISSAO       TO WRK-INT-INI

           PERFORM 3310-APURAR-UM-PERIODO
              UNTIL WRK-PERIODO-EM-CURSO
                 OR WRK-NUM-PERIODO NOT LESS 99

           IF WRK-QTD-QUITADOS GREATER WRK-QTD-COMPLETOS
              MOVE WRK-QTD-COMPLETOS   TO WRK-QTD-QUITADOS
           END-IF

      *    ALERTA PELO PERIODO PENDENTE MAIS ANTIGO: CONCESSIVO JA
      *    ESGOTADO (DOBRA DEVIDA) OU TERMINANDO DENTRO DA ANTECEDENCIA
           IF WRK-INT-LIMITE-PENDENTE GREATER ZEROS
              COMPUTE WRK-DIAS-RESTANTES =
                      WRK-INT-LIMITE-PENDENTE - WRK-INT-REF
              EVALUATE TRUE
                 WHEN WRK-DIAS-RESTANTES LESS ZEROS
                    SET WRK-ALERTA-DOBRA     TO TRUE
                 WHEN WRK-DIAS-RESTANTES NOT GREATER
                                       WRK-DIAS-ANTECEDENCIA
                    SET WRK-ALERTA-A-VENCER  TO TRUE
              END-EVALUATE
           END-IF
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE APURACAO DE UM PERIODO AQUISITIVO: 12 MESES A     *
      *    PARTIR DO INICIO, PRORROGADOS PELOS DIAS DE SUSPENSAO QUE   *
      *    CAIREM DENTRO DELE                                          *
      *----------------------------------------------------------------*
       3310-APURAR-UM-PERIODO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-NUM-PERIODO

           MOVE FUNCTION DATE-OF-INTEGER (WRK-INT-INI)
                                       TO WRK-DAT-CALC
           PERFORM 6100-SOMAR-UM-ANO
           COMPUTE WRK-INT-FIM-BASE =
                   FUNCTION INTEGER-OF-DATE (WRK-DAT-CALC)

           MOVE WRK-INT-FIM-BASE       TO WRK-INT-FIM
           SET WRK-FIM-INSTAVEL        TO TRUE

           PERFORM 3320-ESTENDER-PERIODO
              UNTIL WRK-FIM-ESTAVEL

           IF WRK-INT-FIM GREATER WRK-INT-REF-FIM
              PERFORM 3340-APURAR-PERIODO-EM-CURSO
           ELSE
              PERFORM 3330-APURAR-PERIODO-COMPLETO
           END-IF
           .
      *----------------------------------------------------------------*
       3310-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    FIM DO PERIODO = FIM SEM SUSPENSAO + DIAS SUSPENSOS ENTRE O *
      *    INICIO E O FIM ATUAL; REPETE ATE O FIM NAO MUDAR            *
      *----------------------------------------------------------------*
       3320-ESTENDER-PERIODO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-INT-INI            TO WRK-INT-A
           MOVE WRK-INT-FIM            TO WRK-INT-B
           PERFORM 6200-SOMAR-SUSPENSAO

           COMPUTE WRK-INT-NOVO-FIM = WRK-INT-FIM-BASE + WRK-DIAS-SOMA

           IF WRK-INT-NOVO-FIM EQUAL WRK-INT-FIM
              SET WRK-FIM-ESTAVEL      TO TRUE
           ELSE
              MOVE WRK-INT-NOVO-FIM    TO WRK-INT-FIM
           END-IF
           .
      *----------------------------------------------------------------*
       3320-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PERIODO COMPLETO: NAO QUITADO, O CONCESSIVO VAI ATE A       *
      *    VESPERA DO ANIVERSARIO DO FIM DO PERIODO                    *
      *----------------------------------------------------------------*
       3330-APURAR-PERIODO-COMPLETO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-QTD-COMPLETOS

           IF WRK-NUM-PERIODO GREATER WRK-QTD-QUITADOS
              ADD 1 TO WRK-QTD-PENDENTES

              MOVE FUNCTION DATE-OF-INTEGER (WRK-INT-FIM)
                                       TO WRK-DAT-CALC
              PERFORM 6100-SOMAR-UM-ANO
              COMPUTE WRK-INT-LIMITE =
                      FUNCTION INTEGER-OF-DATE (WRK-DAT-CALC) - 1

              IF WRK-INT-LIMITE LESS WRK-INT-REF
                 ADD 1 TO WRK-QTD-VENCIDOS
              END-IF

              IF WRK-INT-LIMITE-PENDENTE EQUAL ZEROS
                 MOVE WRK-INT-LIMITE   TO WRK-INT-LIMITE-PENDENTE
                 MOVE FUNCTION DATE-OF-INTEGER (WRK-INT-INI)
                                       TO WRK-DAT-INI-PENDENTE
                 MOVE FUNCTION DATE-OF-INTEGER (WRK-INT-LIMITE)
                                       TO WRK-DAT-LIMITE
              END-IF
           END-IF

           MOVE WRK-INT-FIM            TO WRK-INT-INI
           .
      *----------------------------------------------------------------*
       3330-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PERIODO EM CURSO: AVOS PELA PROPORCAO DOS DIAS EFETIVOS     *
      *    (SEM OS DE SUSPENSAO) ATE A DATA DA RODADA                  *
      *----------------------------------------------------------------*
       3340-APURAR-PERIODO-EM-CURSO SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-PERIODO-EM-CURSO    TO TRUE

           MOVE WRK-INT-INI            TO WRK-INT-A
           MOVE WRK-INT-REF-FIM        TO WRK-INT-B
           PERFORM 6200-SOMAR-SUSPENSAO

           COMPUTE WRK-DIAS-EFETIVOS =
                   WRK-INT-REF-FIM - WRK-INT-INI - WRK-DIAS-SOMA

           IF WRK-DIAS-EFETIVOS GREATER ZEROS
              COMPUTE WRK-QTD-AVOS ROUNDED =
                      (WRK-DIAS-EFETIVOS * 12) / 365
           END-IF

           IF WRK-QTD-AVOS GREATER 12
              MOVE 12                  TO WRK-QTD-AVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3340-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE GRAVACAO DA POSICAO DE FERIAS DO FUNCIONARIO      *
      *----------------------------------------------------------------*
       3400-GRAVAR-POSICAO SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE ARQPFE01-REGISTRO

           MOVE ARQENT01-COD-FUNCO     TO ARQPFE01-COD-FUNCO
           MOVE ARQENT01-NOM-FUNCO     TO ARQPFE01-NOM-FUNCO
           MOVE ARQENT01-COD-DEPTO     TO ARQPFE01-COD-DEPTO
           MOVE ARQENT01-DAT-ADMISSAO  TO ARQPFE01-DAT-ADMISSAO
           MOVE WRK-TOT-DIAS-SUSPENSAO TO ARQPFE01-DIAS-SUSPENSAO
           MOVE WRK-QTD-COMPLETOS      TO ARQPFE01-QTD-PER-COMPLETOS
           MOVE WRK-QTD-QUITADOS       TO ARQPFE01-QTD-PER-QUITADOS
           MOVE WRK-QTD-PENDENTES      TO ARQPFE01-QTD-PER-PENDENTES
           MOVE WRK-QTD-VENCIDOS       TO ARQPFE01-QTD-PER-VENCIDOS
           MOVE WRK-QTD-AVOS           TO ARQPFE01-QTD-AVOS
           MOVE WRK-DAT-INI-PENDENTE   TO ARQPFE01-DAT-INI-PENDENTE
           MOVE WRK-DAT-LIMITE         TO ARQPFE01-DAT-LIMITE
           MOVE WRK-SIT-ALERTA         TO ARQPFE01-SIT-ALERTA

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQSAI02        TO TRUE

           WRITE FD-ARQSAI02 FROM ARQPFE01-REGISTRO

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
      *    ROTINA DE LIBERACAO DO ALERTA PARA O RELATORIO (ORDENADO    *
      *    POR DEPARTAMENTO)                                           *
      *----------------------------------------------------------------*
       3500-LIBERAR-ALERTA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQENT01-COD-FUNCO     TO ARQRFE01-COD-FUNCO
           MOVE ARQENT01-NOM-FUNCO     TO ARQRFE01-NOM-FUNCO

           MOVE ARQENT01-DAT-ADMISSAO  TO WRK-DAT-CALC
           PERFORM 6300-FORMATAR-DATA
           MOVE WRK-DAT-EDITADA        TO ARQRFE01-DAT-ADMISSAO

           MOVE WRK-QTD-PENDENTES      TO ARQRFE01-QTD-PENDENTES
           MOVE WRK-QTD-VENCIDOS       TO ARQRFE01-QTD-VENCIDOS

           MOVE WRK-DAT-INI-PENDENTE   TO WRK-DAT-CALC
           PERFORM 6300-FORMATAR-DATA
           MOVE WRK-DAT-EDITADA        TO ARQRFE01-DAT-INI-PERIODO

           MOVE WRK-DAT-LIMITE         TO WRK-DAT-CALC
           PERFORM 6300-FORMATAR-DATA
           MOVE WRK-DAT-EDITADA        TO ARQRFE01-DAT-LIMITE

           MOVE WRK-DIAS-RESTANTES     TO ARQRFE01-DIAS-RESTANTES

           IF WRK-ALERTA-DOBRA
              MOVE 'DOBRA DEVIDA'      TO ARQRFE01-SITUACAO
           ELSE
              MOVE 'A VENCER'          TO ARQRFE01-SITUACAO
           END-IF

           MOVE ARQENT01-COD-DEPTO     TO SR-COD-DEPTO
           MOVE ARQENT01-COD-FUNCO     TO SR-COD-FUNCO
           MOVE ARQENT01-NOM-DEPTO     TO SR-NOM-DEPTO
           MOVE WRK-SIT-ALERTA         TO SR-SIT-ALERTA
           MOVE ARQRFE01-REGISTRO      TO SR-LINHA

           RELEASE WRK-SR-REGISTRO
           .
      *----------------------------------------------------------------*
       3500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO HISTORICO                              *
      *----------------------------------------------------------------*
       3800-LER-HISTORICO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQHIS01        TO TRUE

           READ ARQHIS01 INTO ARQHIS01-REGISTRO

           IF WRK-FS-HIS01-OK OR WRK-FS-HIS01-FIM
              IF WRK-FS-HIS01-OK
                 ADD 1 TO ACU-LIDOS-ARQHIS01
              END-IF
           ELSE
              MOVE WRK-FS-ARQHIS01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DAS FERIAS CONCEDIDAS                     *
      *----------------------------------------------------------------*
       3810-LER-FERIAS SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQFER01        TO TRUE

           READ ARQFER01 INTO ARQFER01-REGISTRO

           IF WRK-FS-FER01-OK OR WRK-FS-FER01-FIM
              IF WRK-FS-FER01-OK
                 ADD 1 TO ACU-LIDOS-ARQFER01
              END-IF
           ELSE
              MOVE WRK-FS-ARQFER01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3810-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3850-LER-PROXIMO-CADASTRO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQENT01        TO TRUE

           READ ARQENT01 NEXT INTO ARQENT01-REGISTRO

           IF WRK-FS-ENT01-OK OR WRK-FS-ENT01-FIM
              IF WRK-FS-ENT01-OK
                 ADD 1 TO ACU-LIDOS-ARQENT01
              END-IF
           ELSE
              MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3850-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE EMISSAO DO RELATORIO (OUTPUT PROC): QUEBRA POR    *
      *    DEPARTAMENTO COM TOTAL DO DEPARTAMENTO E TOTAL GERAL        *
      *----------------------------------------------------------------*
       4100-EMITIR-RELATORIO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-DATA-CORRENTE      TO WRK-DAT-CALC
           PERFORM 6300-FORMATAR-DATA
           MOVE WRK-DAT-EDITADA        TO WRK-CAB1-DATA
           MOVE WRK-DIAS-ANTECEDENCIA  TO WRK-CAB1-ANTECEDENCIA

           MOVE WRK-CAB1-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           MOVE WRK-CAB2-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           MOVE SPACES                 TO WRK-LINHA-IMPRESSAO

           RETURN WRK-SD-RELATORIO
              AT END
                 SET WRK-SORT-REL-FIM TO TRUE
           END-RETURN

           PERFORM 4150-TRATAR-ALERTA
              UNTIL WRK-SORT-REL-FIM

           IF WRK-DEPTO-ABERTO
              PERFORM 4160-FECHAR-DEPTO
           END-IF

           MOVE WRK-TOT-QTDE-FUNCO     TO WRK-ROD-QTDE-FUNCO
           MOVE WRK-TOT-QTDE-A-VENCER  TO WRK-ROD-QTDE-A-VENCER
           MOVE WRK-TOT-QTDE-DOBRA     TO WRK-ROD-QTDE-DOBRA

           MOVE WRK-ROD-RELATORIO      TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           MOVE SPACES                 TO WRK-LINHA-IMPRESSAO
           .
      *----------------------------------------------------------------*
       4100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       4150-TRATAR-ALERTA SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-DEPTO-ABERTO
              AND SR-COD-DEPTO NOT EQUAL WRK-DEP-COD-DEPTO
              PERFORM 4160-FECHAR-DEPTO
           END-IF

           IF WRK-DEPTO-FECHADO
              SET WRK-DEPTO-ABERTO     TO TRUE
              MOVE SR-COD-DEPTO        TO WRK-DEP-COD-DEPTO
                                          WRK-DEPTO-COD-DEPTO
              MOVE SR-NOM-DEPTO        TO WRK-DEPTO-NOM-DEPTO
              MOVE ZEROS               TO WRK-DEP-QTDE-FUNCO
                                          WRK-DEP-QTDE-A-VENCER
                                          WRK-DEP-QTDE-DOBRA
              MOVE WRK-DEPTO-RELATORIO TO WRK-LINHA-IMPRESSAO
              PERFORM 4950-GRAVAR-LINHA
              MOVE SPACES              TO WRK-LINHA-IMPRESSAO
           END-IF

           MOVE SR-LINHA               TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           MOVE SPACES                 TO WRK-LINHA-IMPRESSAO

           ADD 1 TO WRK-DEP-QTDE-FUNCO
           IF SR-SIT-ALERTA EQUAL 'D'
              ADD 1 TO WRK-DEP-QTDE-DOBRA
           ELSE
              ADD 1 TO WRK-DEP-QTDE-A-VENCER
           END-IF

           RETURN WRK-SD-RELATORIO
              AT END
                 SET WRK-SORT-REL-FIM TO TRUE
           END-RETURN
           .
      *----------------------------------------------------------------*
       4150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       4160-FECHAR-DEPTO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-DEP-QTDE-FUNCO     TO WRK-TOTD-QTDE-FUNCO
           MOVE WRK-DEP-QTDE-A-VENCER  TO WRK-TOTD-QTDE-A-VENCER
           MOVE WRK-DEP-QTDE-DOBRA     TO WRK-TOTD-QTDE-DOBRA

           MOVE WRK-TOTD-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           MOVE SPACES                 TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           ADD WRK-DEP-QTDE-FUNCO      TO WRK-TOT-QTDE-FUNCO
           ADD WRK-DEP-QTDE-A-VENCER   TO WRK-TOT-QTDE-A-VENCER
           ADD WRK-DEP-QTDE-DOBRA      TO WRK-TOT-QTDE-DOBRA

           SET WRK-DEPTO-FECHADO       TO TRUE
           .
      *----------------------------------------------------------------*
       4160-99-FIM.
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
           .
      *----------------------------------------------------------------*
       4950-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    SOMA UM ANO A DATA DE CALCULO (29/02 VAI PARA 01/03)        *
      *----------------------------------------------------------------*
       6100-SOMAR-UM-ANO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WRK-CALC-ANO

           IF WRK-CALC-MES EQUAL 02 AND WRK-CALC-DIA EQUAL 29
              MOVE 03                  TO WRK-CALC-MES
              MOVE 01                  TO WRK-CALC-DIA
           END-IF
           .
      *----------------------------------------------------------------*
       6100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    SOMA OS DIAS DE SUSPENSAO DO FUNCIONARIO DENTRO DO          *
      *    INTERVALO [A, B)                                            *
      *----------------------------------------------------------------*
       6200-SOMAR-SUSPENSAO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-DIAS-SOMA

           PERFORM 6210-SOMAR-INTERVALO
              VARYING WRK-SUS-IDX FROM WRK-SUS-PRIM BY 1
              UNTIL WRK-SUS-IDX GREATER WRK-SUS-ULT
           .
      *----------------------------------------------------------------*
       6200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       6210-SOMAR-INTERVALO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-SUS-INI (WRK-SUS-IDX) GREATER WRK-INT-A
              MOVE WRK-SUS-INI (WRK-SUS-IDX) TO WRK-INT-SOBRE-INI
           ELSE
              MOVE WRK-INT-A           TO WRK-INT-SOBRE-INI
           END-IF

           IF WRK-SUS-FIM (WRK-SUS-IDX) LESS WRK-INT-B
              MOVE WRK-SUS-FIM (WRK-SUS-IDX) TO WRK-INT-SOBRE-FIM
           ELSE
              MOVE WRK-INT-B           TO WRK-INT-SOBRE-FIM
           END-IF

           IF WRK-INT-SOBRE-FIM GREATER WRK-INT-SOBRE-INI
              COMPUTE WRK-DIAS-SOMA = WRK-DIAS-SOMA
                    + WRK-INT-SOBRE-FIM - WRK-INT-SOBRE-INI
           END-IF
           .
      *----------------------------------------------------------------*
       6210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    FORMATA A DATA DE CALCULO (AAAAMMDD) EM DD/MM/AAAA; ZEROS   *
      *    FICAM EM BRANCO                                             *
      *----------------------------------------------------------------*
       6300-FORMATAR-DATA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-CALC-DIA           TO WRK-EDT-DIA
           MOVE WRK-CALC-MES           TO WRK-EDT-MES
           MOVE WRK-CALC-ANO           TO WRK-EDT-ANO

           IF WRK-DAT-CALC EQUAL ZEROS
              MOVE SPACES              TO WRK-DAT-EDITADA
           END-IF
           .
      *----------------------------------------------------------------*
       6300-99-FIM.
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
           MOVE ACU-LIDOS-ARQENT01      TO ARQAUD01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQSAI02      TO ARQAUD01-QTDE-GRAVA
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
      *    ROTINA DE FINALIZACAO: FECHA ARQUIVOS E EXIBE TOTAIS        *
      *----------------------------------------------------------------*
       4000-FINALIZAR SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3980-GRAVAR-AUDITORIA

           SET  WRK-CN-CLOSE           TO TRUE

           SET  WRK-CN-ARQHIS01        TO TRUE
           CLOSE ARQHIS01
           IF NOT WRK-FS-HIS01-OK
              MOVE WRK-FS-ARQHIS01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQENT01        TO TRUE
           CLOSE ARQENT01
           IF NOT WRK-FS-ENT01-OK
              MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
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

           MOVE ACU-LIDOS-ARQHIS01     TO WRK-MASK-QTDE
           DISPLAY '**************************************************'
           DISPLAY '* QTDE EVENTOS DE HISTORICO  : ' WRK-MASK-QTDE  '*'
           MOVE ACU-LIDOS-ARQFER01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE PARCELAS DE FERIAS    : ' WRK-MASK-QTDE  '*'
           MOVE ACU-LIDOS-ARQENT01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE LIDOS DO CADASTRO     : ' WRK-MASK-QTDE  '*'
           MOVE ACU-APURADOS           TO WRK-MASK-QTDE
           DISPLAY '* QTDE FUNCIONARIOS APURADOS : ' WRK-MASK-QTDE  '*'
           MOVE ACU-SEM-ADMISSAO       TO WRK-MASK-QTDE
           DISPLAY '* QTDE SEM DATA DE ADMISSAO  : ' WRK-MASK-QTDE  '*'
           MOVE ACU-SUSP-SEM-INICIO    TO WRK-MASK-QTDE
           DISPLAY '* QTDE SUSPENSOES SEM INICIO : ' WRK-MASK-QTDE  '*'
           MOVE ACU-SUSP-DESPREZADAS   TO WRK-MASK-QTDE
           DISPLAY '* QTDE SUSPENSOES DESPREZADAS: ' WRK-MASK-QTDE  '*'
           MOVE ACU-FER-DESPREZADAS    TO WRK-MASK-QTDE
           DISPLAY '* QTDE FERIAS DESPREZADAS    : ' WRK-MASK-QTDE  '*'
           MOVE ACU-GRAVA-ARQSAI02     TO WRK-MASK-QTDE
           DISPLAY '* QTDE POSICOES GRAVADAS     : ' WRK-MASK-QTDE  '*'
           MOVE WRK-TOT-QTDE-A-VENCER  TO WRK-MASK-QTDE
           DISPLAY '* QTDE FERIAS A VENCER       : ' WRK-MASK-QTDE  '*'
           MOVE WRK-TOT-QTDE-DOBRA     TO WRK-MASK-QTDE
           DISPLAY '* QTDE COM DOBRA DEVIDA      : ' WRK-MASK-QTDE  '*'
           MOVE ACU-GRAVA-ARQSAI01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE LINHAS DO RELATORIO   : ' WRK-MASK-QTDE  '*'
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
           MOVE ACU-LIDOS-ARQENT01
                                  TO ERRO01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQSAI02
                                  TO ERRO01-QTDE-GRAVADOS
           MOVE WRK-ULT-COD-FUNCO TO ERRO01-ULT-CHAVE

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
