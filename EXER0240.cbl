      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0240.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0240                                      *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   SEGMENTACAO MENSAL DE CLIENTES: LE O        *
      *                    HISTORICO DE POSICOES DIARIAS DO MES        *
      *                    (PSD02105, NO MOLDE DO EXER0237) E APURA    *
      *                    O SALDO MEDIO CREDOR DE CADA CPF EM BRL     *
      *                    (TODAS AS CONTAS E MOEDAS, SALDO DEVEDOR    *
      *                    COMO ZERO). JUNTA OS EMPRESTIMOS EM ABERTO  *
      *                    DO CPF (LED03105 LIGADO PELAS INSTRUCOES    *
      *                    DEB03105, NO MOLDE DO EXER0511) E O TEMPO   *
      *                    DE RELACIONAMENTO (ABERTURA DA CONTA MAIS   *
      *                    ANTIGA NO CADASTRO CTA02225) E CLASSIFICA:  *
      *                    'P' PRIVATE   - SALDO MEDIO >= LIMITE       *
      *                                    PRIVATE;                    *
      *                    'A' ALTA RENDA- SALDO MEDIO >= LIMITE ALTA  *
      *                                    RENDA, OU >= METADE DELE    *
      *                                    COM EMPRESTIMO EM ABERTO E  *
      *                                    RELACIONAMENTO MINIMO;      *
      *                    'R' VAREJO    - DEMAIS CLIENTES.            *
      *                    CONFRONTA COM O CADASTRO DE SEGMENTOS DO    *
      *                    MES ANTERIOR (BALANCE LINE POR CPF): QUEM   *
      *                    MUDA DE SEGMENTO GANHA NOVA VIGENCIA (DIA   *
      *                    01 DO MES SEGUINTE) E GUARDA O SEGMENTO     *
      *                    ANTERIOR. GRAVA O NOVO CADASTRO (SEG02240)  *
      *                    E O RELATORIO DE MIGRACOES COM A MATRIZ     *
      *                    SEGMENTO ANTERIOR X SEGMENTO ATUAL.         *
      *                    RETURN-CODE 04 = CONTA EM MOEDA SEM TAXA.   *
      *----------------------------------------------------------------*
      *    CARTAO......:   COLS 1-6   MES DE REFERENCIA (AAAAMM)       *
      *                    COLS 8-22  LIMITE ALTA RENDA 9(13)V99       *
      *                               (PADRAO 100.000,00)              *
      *                    COLS 24-38 LIMITE PRIVATE 9(13)V99          *
      *                               (PADRAO 1.000.000,00)            *
      *                    COLS 40-42 MESES DE RELACIONAMENTO (PADRAO  *
      *                               060)                             *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPARM  (MES E LIMITES)                  -               *
      *      ARQTAX01 (TAXAS DE CAMBIO - OPCIONAL)     TAX02105        *
      *      ARQCTA01 (CADASTRO DE CONTAS - OPCIONAL)  CTA02225        *
      *      ARQDEB01 (INSTRUCOES CPF X EMPRESTIMO)    DEB03105        *
      *      ARQLED01 (RAZAO DE EMPRESTIMOS)           LED03105        *
      *      ARQPSD01 (POSICOES DIARIAS DO MES)        PSD02105        *
      *      ARQSGA01 (SEGMENTOS ANTERIORES - OPC.)    SEG02240        *
      *      ARQSEG01 (SEGMENTOS ATUALIZADOS)          SEG02240        *
      *      ARQSAI01 (RELATORIO DE MIGRACOES)         -               *
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

           SELECT OPTIONAL ARQTAX01 ASSIGN TO UT-S-ARQTAX01
                      FILE STATUS      IS WRK-FS-ARQTAX01.

           SELECT OPTIONAL ARQCTA01 ASSIGN TO UT-S-ARQCTA01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS FD-ARQCTA01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQCTA01.

           SELECT OPTIONAL ARQDEB01 ASSIGN TO UT-S-ARQDEB01
                      FILE STATUS      IS WRK-FS-ARQDEB01.

           SELECT ARQLED01 ASSIGN      TO UT-S-ARQLED01
                      FILE STATUS      IS WRK-FS-ARQLED01.

           SELECT ARQPSD01 ASSIGN      TO UT-S-ARQPSD01
                      FILE STATUS      IS WRK-FS-ARQPSD01.

           SELECT OPTIONAL ARQSGA01 ASSIGN TO UT-S-ARQSGA01
                      FILE STATUS      IS WRK-FS-ARQSGA01.

           SELECT ARQSEG01 ASSIGN      TO UT-S-ARQSEG01
                      FILE STATUS      IS WRK-FS-ARQSEG01.

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
      *   INPUT:      CARTAO DE PARAMETROS (MES E LIMITES)            *
      *               ORG. SEQUENCIAL   -   LRECL = 080               *
      *---------------------------------------------------------------*

       FD  ARQPARM
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPARM              PIC X(080).

      *---------------------------------------------------------------*
      *   INPUT:      TAXAS DE CAMBIO PARA REAIS (OPCIONAL)           *
      *               ORG. SEQUENCIAL   -   LRECL = 024               *
      *---------------------------------------------------------------*

       FD  ARQTAX01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQTAX01             PIC X(024).

      *---------------------------------------------------------------*
      *   INPUT:      CADASTRO DE CONTAS (OPCIONAL)                   *
      *               ORG. INDEXADA     -   LRECL = 050               *
      *---------------------------------------------------------------*

       FD  ARQCTA01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQCTA01.
           05 FD-ARQCTA01-CHAVE       PIC X(18).
           05 FILLER                  PIC X(32).

      *---------------------------------------------------------------*
      *   INPUT:      INSTRUCOES DE DEBITO AUTOMATICO (LIGACAO DO     *
      *               EMPRESTIMO AO CPF DO DEVEDOR) - OPCIONAL        *
      *               ORG. SEQUENCIAL   -   LRECL = 028               *
      *---------------------------------------------------------------*

       FD  ARQDEB01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQDEB01             PIC X(028).

      *---------------------------------------------------------------*
      *   INPUT:      RAZAO DE EMPRESTIMOS (EXER0305)                 *
      *               ORG. SEQUENCIAL   -   LRECL = 075               *
      *---------------------------------------------------------------*

       FD  ARQLED01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQLED01             PIC X(075).

      *---------------------------------------------------------------*
      *   INPUT:      POSICOES DIARIAS DE SALDO DO MES (EXER0217)     *
      *               ORG. SEQUENCIAL   -   LRECL = 035               *
      *---------------------------------------------------------------*

       FD  ARQPSD01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPSD01             PIC X(035).

      *---------------------------------------------------------------*
      *   INPUT:      CADASTRO DE SEGMENTOS DO MES ANTERIOR (OPC.)    *
      *               ORG. SEQUENCIAL   -   LRECL = 080               *
      *---------------------------------------------------------------*

       FD  ARQSGA01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQSGA01             PIC X(080).

      *---------------------------------------------------------------*
      *   OUTPUT:     CADASTRO DE SEGMENTOS ATUALIZADO                *
      *               ORG. SEQUENCIAL   -   LRECL = 080               *
      *---------------------------------------------------------------*

       FD  ARQSEG01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQSEG01             PIC X(080).

      *---------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DE MIGRACOES DE SEGMENTO              *
      *               ORG. SEQUENCIAL   -   LRECL = 132               *
      *---------------------------------------------------------------*

       FD  ARQSAI01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI01             PIC X(132).

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
             'EXER0240 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0240'.
       77 WRK-ERRO2000            PIC  X(008) VALUE 'ERRO2000'.
       77 WRK-MASK-QTDE           PIC  ZZZ.ZZ9.
       77 WRK-MASK-VALOR          PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01 WRK-PARM-REGISTRO.
          05 WRK-PARM-ANOMES      PIC  9(006) VALUE ZEROS.
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-PARM-LIM-ALTA-RENDA
                                  PIC  9(013)V99 VALUE ZEROS.
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-PARM-LIM-PRIVATE PIC  9(013)V99 VALUE ZEROS.
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-PARM-MESES-RELAC PIC  9(003) VALUE ZEROS.
          05 FILLER               PIC  X(038) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    LIMITES DA SEGMENTACAO                                      *
      *----------------------------------------------------------------*
       77 WRK-LIM-ALTA-RENDA      PIC S9(013)V99 COMP-3
                                  VALUE +100000,00.
       77 WRK-LIM-MEIA-RENDA      PIC S9(013)V99 COMP-3 VALUE +0.
       77 WRK-LIM-PRIVATE         PIC S9(013)V99 COMP-3
                                  VALUE +1000000,00.
       77 WRK-MESES-RELAC         PIC  9(003) VALUE 060.
      *
      *----------------------------------------------------------------*
      *    MES DE REFERENCIA E INICIO DA VIGENCIA DE NOVOS SEGMENTOS   *
      *----------------------------------------------------------------*
       01 WRK-DAT-FIM.
          05 WRK-DFI-ANOMES.
             10 WRK-DFI-ANO       PIC  9(004) VALUE ZEROS.
             10 WRK-DFI-MES       PIC  9(002) VALUE ZEROS.
          05 WRK-DFI-DIA          PIC  9(002) VALUE ZEROS.
       01 WRK-DAT-FIM-R           REDEFINES WRK-DAT-FIM
                                  PIC  9(008).
       01 WRK-DAT-VIGENCIA.
          05 WRK-DVG-ANO          PIC  9(004) VALUE ZEROS.
          05 WRK-DVG-MES          PIC  9(002) VALUE ZEROS.
          05 WRK-DVG-DIA          PIC  9(002) VALUE 01.
       01 WRK-DAT-VIGENCIA-R      REDEFINES WRK-DAT-VIGENCIA
                                  PIC  9(008).
       01 WRK-DAT-ABERTURA.
          05 WRK-DAB-ANO          PIC  9(004) VALUE ZEROS.
          05 WRK-DAB-MES          PIC  9(002) VALUE ZEROS.
          05 WRK-DAB-DIA          PIC  9(002) VALUE ZEROS.
       01 WRK-DAT-ABERTURA-R      REDEFINES WRK-DAT-ABERTURA
                                  PIC  9(008).
       77 WRK-DIAS-MES            PIC  9(002) VALUE ZEROS.
       77 WRK-RESTO               PIC  9(004) VALUE ZEROS.
       77 WRK-QTDE-MESES          PIC S9(005) VALUE ZEROS.
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS-ARQDEB01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQLED01     PIC 9(007) VALUE ZEROS.
           03 ACU-EMPRESTIMOS-LIGADOS PIC 9(007) VALUE ZEROS.
           03 ACU-EMPRESTIMOS-SEM-CPF PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQPSD01     PIC 9(007) VALUE ZEROS.
           03 ACU-POSICOES-FORA-MES  PIC 9(007) VALUE ZEROS.
           03 ACU-CONTAS-APURADAS    PIC 9(007) VALUE ZEROS.
           03 ACU-CONTAS-SEM-CADASTRO PIC 9(007) VALUE ZEROS.
           03 ACU-CONTAS-SEM-TAXA    PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQSGA01     PIC 9(007) VALUE ZEROS.
           03 ACU-CLIENTES-NOVOS     PIC 9(007) VALUE ZEROS.
           03 ACU-CLIENTES-MANTIDOS  PIC 9(007) VALUE ZEROS.
           03 ACU-CLIENTES-MIGRADOS  PIC 9(007) VALUE ZEROS.
           03 ACU-CLIENTES-SAIDOS    PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSEG01     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI01     PIC 9(007) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    SEGMENTOS (1 = VAREJO, 2 = ALTA RENDA, 3 = PRIVATE)         *
      *----------------------------------------------------------------*
       77 WRK-SEG-IDX             PIC  9(001) VALUE ZEROS.
       77 WRK-PRC-SEGMENTO        PIC  X(001) VALUE SPACES.
      *
       01 WRK-SEG-CODIGOS.
          05 FILLER               PIC X(016) VALUE 'RVAREJO'.
          05 FILLER               PIC X(016) VALUE 'AALTA RENDA'.
          05 FILLER               PIC X(016) VALUE 'PPRIVATE'.
       01 WRK-SEG-CODIGOS-R       REDEFINES WRK-SEG-CODIGOS.
          05 WRK-SEG-CODIGO-LINHA OCCURS 3 TIMES.
             10 WRK-SEG-CODIGO    PIC X(001).
             10 WRK-SEG-DESCRICAO PIC X(015).
      *
      *----------------------------------------------------------------*
      *    MATRIZ DE MIGRACAO: LINHA = SEGMENTO ANTERIOR (1 = CLIENTE  *
      *    NOVO, 2 A 4 = SEGMENTOS, 5 = TOTAL); COLUNA = SEGMENTO      *
      *    ATUAL (1 A 3 = SEGMENTOS, 4 = SAIU DO CADASTRO)             *
      *----------------------------------------------------------------*
       77 WRK-MIG-LIN             PIC  9(001) VALUE ZEROS.
       77 WRK-MIG-COL             PIC  9(001) VALUE ZEROS.
       77 WRK-MIG-TOT-LINHA       PIC  9(007) VALUE ZEROS.
      *
       01 WRK-MIG-TABELA.
          05 WRK-MIG-LINHA        OCCURS 5 TIMES.
             10 WRK-MIG-QTDE      OCCURS 4 TIMES
                                  PIC 9(007).
      *
      *----------------------------------------------------------------*
      *    TABELA DAS TAXAS DE CAMBIO PARA REAIS (ULTIMA TAXA DA MOEDA *
      *    ATE O FIM DO MES)                                           *
      *----------------------------------------------------------------*
       01 WRK-SW-TAXAS            PIC  X(001) VALUE 'N'.
          88 WRK-TAXAS-PRESENTES              VALUE 'S'.
      *
       77 WRK-PRC-MOEDA           PIC  X(003) VALUE SPACES.
       77 WRK-TAX-QTDE            PIC  9(002) VALUE ZEROS.
       77 WRK-TAX-IDX             PIC  9(002) VALUE ZEROS.
       77 WRK-VAL-TAXA            PIC  9(007)V9(06) VALUE ZEROS.
      *
       01 WRK-TAX-TABELA.
          05 WRK-TAX-LINHA        OCCURS 20 TIMES.
             10 WRK-TAX-COD-MOEDA PIC X(003).
             10 WRK-TAX-VAL-TAXA  PIC 9(07)V9(06).
      *
      *----------------------------------------------------------------*
      *    CADASTRO DE CONTAS                                          *
      *----------------------------------------------------------------*
       01 WRK-SW-CADASTRO-CTA     PIC  X(001) VALUE 'N'.
          88 WRK-CADASTRO-CTA-PRESENTE        VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    INSTRUCOES DE DEBITO (EMPRESTIMO X CPF) E EMPRESTIMOS EM    *
      *    ABERTO ACUMULADOS POR CPF                                   *
      *----------------------------------------------------------------*
       77 WRK-DEB-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-DEB-IDX             PIC 9(004) VALUE ZEROS.
       01 WRK-DEB-TABELA.
          05 WRK-DEB-LINHA        OCCURS 500 TIMES.
             10 WRK-DEB-CHAVE     PIC 9(009).
             10 WRK-DEB-CPF       PIC 9(011).
      *
       77 WRK-PRC-CPF             PIC 9(011) VALUE ZEROS.
       77 WRK-EMP-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-EMP-IDX             PIC 9(004) VALUE ZEROS.
       01 WRK-EMP-TABELA.
          05 WRK-EMP-LINHA        OCCURS 2000 TIMES.
             10 WRK-EMP-CPF       PIC 9(011).
             10 WRK-EMP-QTDE-ABERTOS
                                  PIC 9(003).
             10 WRK-EMP-SALDO     PIC S9(015)V99 COMP-3.
      *
      *----------------------------------------------------------------*
      *    GRUPO DE POSICOES DIARIAS DO CPF/CONTA/MOEDA CORRENTE       *
      *----------------------------------------------------------------*
       01 WRK-GRP-PSD-CHAVE.
          05 WRK-GPS-CPF          PIC  9(011) VALUE ZEROS.
          05 WRK-GPS-CONTA        PIC  9(004) VALUE ZEROS.
          05 WRK-GPS-MOEDA        PIC  X(003) VALUE SPACES.
       77 WRK-GPS-QTDE-PASSOS     PIC  9(003) VALUE ZEROS.
       77 WRK-GPS-IDX             PIC  9(003) VALUE ZEROS.
       77 WRK-GPS-PROX-DIA        PIC  9(002) VALUE ZEROS.
       77 WRK-GPS-DIA-INI         PIC  9(002) VALUE ZEROS.
       77 WRK-GPS-DIA-FIM         PIC  9(002) VALUE ZEROS.
       77 WRK-GPS-QTDE-DIAS       PIC  9(002) VALUE ZEROS.
       77 WRK-GPS-SOMA-DIARIA     PIC S9(017)V99 COMP-3 VALUE +0.
       77 WRK-GPS-SOMA-BRL        PIC S9(017)V99 COMP-3 VALUE +0.
      *
       01 WRK-GPS-PASSOS.
          05 WRK-GPS-PASSO        OCCURS 32 TIMES.
             10 WRK-GPS-DIA       PIC 9(002).
             10 WRK-GPS-SALDO     PIC S9(015)V99 COMP-3.
       01 WRK-SW-GRUPO-PSD        PIC  X(001) VALUE 'N'.
          88 WRK-GRUPO-PSD-ABERTO             VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    CLIENTE (CPF) CORRENTE                                      *
      *----------------------------------------------------------------*
       01 WRK-SW-CLIENTE          PIC  X(001) VALUE 'N'.
          88 WRK-CLIENTE-ABERTO               VALUE 'S'.
      *
       01 WRK-CLIENTE.
          05 WRK-CLI-CPF          PIC  9(011) VALUE ZEROS.
          05 WRK-CLI-SOMA-BRL     PIC S9(017)V99 COMP-3 VALUE +0.
          05 WRK-CLI-VAL-MEDIA    PIC S9(015)V99 COMP-3 VALUE +0.
          05 WRK-CLI-DAT-ABERTURA PIC  9(008) VALUE ZEROS.
          05 WRK-CLI-QTD-EMP      PIC  9(003) VALUE ZEROS.
          05 WRK-CLI-SALDO-EMP    PIC S9(015)V99 COMP-3 VALUE +0.
          05 WRK-CLI-QTD-MESES    PIC  9(004) VALUE ZEROS.
          05 WRK-CLI-SEGMENTO     PIC  X(001) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    REGISTRO CORRENTE DO CADASTRO DE SEGMENTOS ANTERIOR (CPF    *
      *    99999999999 = FIM DO ARQUIVO)                               *
      *----------------------------------------------------------------*
       01 WRK-SW-SEG-ANTERIOR     PIC  X(001) VALUE 'N'.
          88 WRK-SEG-ANTERIOR-PRESENTE        VALUE 'S'.
      *
       01 WRK-SEG-ANTERIOR.
          05 WRK-SGA-CPF          PIC  9(011) VALUE ZEROS.
          05 WRK-SGA-SEGMENTO     PIC  X(001) VALUE SPACES.
          05 WRK-SGA-VIGENCIA     PIC  9(008) VALUE ZEROS.
          05 WRK-SGA-ANTERIOR     PIC  X(001) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    AREA DO RELATORIO DE MIGRACOES                              *
      *----------------------------------------------------------------*
       01 WRK-CAB1-RELATORIO.
          05 FILLER               PIC X(040) VALUE
             'MIGRACOES DE SEGMENTO DE CLIENTES'.
          05 FILLER               PIC X(012) VALUE
             'REFERENCIA: '.
          05 WRK-CAB1-ANOMES      PIC 9(006).
          05 FILLER               PIC X(024) VALUE
             '   NOVA VIGENCIA EM: '.
          05 WRK-CAB1-VIGENCIA    PIC 9(008).
          05 FILLER               PIC X(042) VALUE SPACES.

       01 WRK-CAB2-RELATORIO.
          05 FILLER               PIC X(022) VALUE
             'LIMITE ALTA RENDA: '.
          05 WRK-CAB2-ALTA-RENDA  PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(003) VALUE SPACES.
          05 FILLER               PIC X(017) VALUE
             'LIMITE PRIVATE: '.
          05 WRK-CAB2-PRIVATE     PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(003) VALUE SPACES.
          05 FILLER               PIC X(026) VALUE
             'MESES DE RELACIONAMENTO: '.
          05 WRK-CAB2-MESES       PIC ZZ9.
          05 FILLER               PIC X(018) VALUE SPACES.

       01 WRK-CAB3-RELATORIO.
          05 FILLER               PIC X(013) VALUE 'CPF'.
          05 FILLER               PIC X(016) VALUE
             'SEG. ANTERIOR'.
          05 FILLER               PIC X(016) VALUE
             'SEG. ATUAL'.
          05 FILLER               PIC X(021) VALUE
             '         SALDO MEDIO'.
          05 FILLER               PIC X(021) VALUE
             '   SALDO EMPRESTIMOS'.
          05 FILLER               PIC X(010) VALUE
             '  EMPREST.'.
          05 FILLER               PIC X(008) VALUE
             '   MESES'.
          05 FILLER               PIC X(027) VALUE SPACES.

       01 WRK-DET-MIGRACAO.
          05 WRK-DMI-CPF          PIC 9(011).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DMI-ANTERIOR     PIC X(015).
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DMI-ATUAL        PIC X(015).
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DMI-SALDO-MEDIO  PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DMI-SALDO-EMP    PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(007) VALUE SPACES.
          05 WRK-DMI-QTD-EMP      PIC ZZ9.
          05 FILLER               PIC X(004) VALUE SPACES.
          05 WRK-DMI-MESES        PIC ZZZ9.
          05 FILLER               PIC X(028) VALUE SPACES.

       01 WRK-CAB4-RELATORIO.
          05 FILLER               PIC X(020) VALUE
             'SEGMENTO ANTERIOR'.
          05 FILLER               PIC X(012) VALUE
             '      VAREJO'.
          05 FILLER               PIC X(012) VALUE
             '  ALTA RENDA'.
          05 FILLER               PIC X(012) VALUE
             '     PRIVATE'.
          05 FILLER               PIC X(012) VALUE
             '      SAIRAM'.
          05 FILLER               PIC X(012) VALUE
             '       TOTAL'.
          05 FILLER               PIC X(052) VALUE SPACES.

       01 WRK-DET-MATRIZ.
          05 WRK-DMG-DESCRICAO    PIC X(020).
          05 WRK-DMG-COLUNA       OCCURS 5 TIMES.
             10 FILLER            PIC X(001).
             10 WRK-DMG-QTDE      PIC ZZZ.ZZZ.ZZ9.
          05 FILLER               PIC X(052).

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
          05 WRK-FS-ARQTAX01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-TAX01-OK               VALUE '00'.
             88 WRK-FS-TAX01-FIM              VALUE '10'.
          05 WRK-FS-ARQCTA01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CTA01-OK               VALUE '00'.
             88 WRK-FS-CTA01-NAO-ENCONTRADO   VALUE '23'.
          05 WRK-FS-ARQDEB01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-DEB01-OK               VALUE '00'.
             88 WRK-FS-DEB01-FIM              VALUE '10'.
             88 WRK-FS-DEB01-INEXISTENTE      VALUE '05' '35'.
          05 WRK-FS-ARQLED01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-LED01-OK               VALUE '00'.
             88 WRK-FS-LED01-FIM              VALUE '10'.
          05 WRK-FS-ARQPSD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-PSD01-OK               VALUE '00'.
             88 WRK-FS-PSD01-FIM              VALUE '10'.
          05 WRK-FS-ARQSGA01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SGA01-OK               VALUE '00'.
             88 WRK-FS-SGA01-FIM              VALUE '10'.
          05 WRK-FS-ARQSEG01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SEG01-OK               VALUE '00'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK               VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
          88 WRK-CN-ARQTAX01      VALUE 'ARQTAX01'.
          88 WRK-CN-ARQCTA01      VALUE 'ARQCTA01'.
          88 WRK-CN-ARQDEB01      VALUE 'ARQDEB01'.
          88 WRK-CN-ARQLED01      VALUE 'ARQLED01'.
          88 WRK-CN-ARQPSD01      VALUE 'ARQPSD01'.
          88 WRK-CN-ARQSGA01      VALUE 'ARQSGA01'.
          88 WRK-CN-ARQSEG01      VALUE 'ARQSEG01'.
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
           COPY TAX02105.
           COPY CTA02225.
           COPY DEB03105.
           COPY LED03105.
           COPY PSD02105.
           COPY SEG02240.
           COPY AUD00105.
           COPY 'I#ERRO01'.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0240 - FIM DA AREA DE WORKING'.
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

           PERFORM 2000-CARREGAR-EMPRESTIMOS

           PERFORM 3000-SEGMENTAR-CLIENTES

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
              OR WRK-PARM-ANOMES NOT NUMERIC
              OR WRK-PARM-ANOMES EQUAL ZEROS
              DISPLAY '************************************************'
              DISPLAY '* MES DE REFERENCIA INVALIDO NO CARTAO DE      *'
              DISPLAY '* PARAMETROS (AAAAMM NAS COLUNAS 1-6)          *'
              DISPLAY '* PROGRAMA ' WRK-PROGRAMA
                                          ' CANCELADO                *'
              DISPLAY '************************************************'
              MOVE 08 TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           CLOSE ARQPARM

           MOVE WRK-PARM-ANOMES        TO WRK-DFI-ANOMES

           PERFORM 1100-CALCULAR-DIAS-MES

           IF WRK-DIAS-MES EQUAL ZEROS
              DISPLAY '* MES INVALIDO NO CARTAO DE PARAMETROS: '
                      WRK-PARM-ANOMES
              MOVE 08 TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           MOVE WRK-DIAS-MES           TO WRK-DFI-DIA

           IF WRK-DFI-MES EQUAL 12
              COMPUTE WRK-DVG-ANO = WRK-DFI-ANO + 1
              MOVE 01                  TO WRK-DVG-MES
           ELSE
              MOVE WRK-DFI-ANO         TO WRK-DVG-ANO
              COMPUTE WRK-DVG-MES = WRK-DFI-MES + 1
           END-IF

           IF WRK-PARM-LIM-ALTA-RENDA NUMERIC
              AND WRK-PARM-LIM-ALTA-RENDA NOT EQUAL ZEROS
              MOVE WRK-PARM-LIM-ALTA-RENDA
                                       TO WRK-LIM-ALTA-RENDA
           END-IF

           IF WRK-PARM-LIM-PRIVATE NUMERIC
              AND WRK-PARM-LIM-PRIVATE NOT EQUAL ZEROS
              MOVE WRK-PARM-LIM-PRIVATE
                                       TO WRK-LIM-PRIVATE
           END-IF

           IF WRK-PARM-MESES-RELAC NUMERIC
              AND WRK-PARM-MESES-RELAC NOT EQUAL ZEROS
              MOVE WRK-PARM-MESES-RELAC
                                       TO WRK-MESES-RELAC
           END-IF

           IF WRK-LIM-PRIVATE NOT GREATER WRK-LIM-ALTA-RENDA
              DISPLAY '************************************************'
              DISPLAY '* LIMITE PRIVATE DEVE SER MAIOR QUE O LIMITE   *'
              DISPLAY '* ALTA RENDA NO CARTAO DE PARAMETROS           *'
              DISPLAY '* PROGRAMA ' WRK-PROGRAMA
                                          ' CANCELADO                *'
              DISPLAY '************************************************'
              MOVE 08 TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           COMPUTE WRK-LIM-MEIA-RENDA ROUNDED = WRK-LIM-ALTA-RENDA / 2

           DISPLAY '* MES DE REFERENCIA: ' WRK-DFI-ANOMES
                   ' - NOVA VIGENCIA EM ' WRK-DAT-VIGENCIA-R
           MOVE WRK-LIM-ALTA-RENDA     TO WRK-MASK-VALOR
           DISPLAY '* LIMITE ALTA RENDA: ' WRK-MASK-VALOR
           MOVE WRK-LIM-PRIVATE        TO WRK-MASK-VALOR
           DISPLAY '* LIMITE PRIVATE   : ' WRK-MASK-VALOR
           DISPLAY '* MESES DE RELACIONAMENTO: ' WRK-MESES-RELAC

           INITIALIZE WRK-MIG-TABELA

           SET  WRK-CN-ARQTAX01        TO TRUE
           OPEN INPUT ARQTAX01

           IF WRK-FS-TAX01-OK
              SET WRK-TAXAS-PRESENTES  TO TRUE
              PERFORM 3830-LER-TAXA
              PERFORM 1200-CARREGAR-TAXAS
                 UNTIL WRK-FS-TAX01-FIM
              SET  WRK-CN-CLOSE        TO TRUE
              CLOSE ARQTAX01
              SET  WRK-CN-OPEN         TO TRUE
           ELSE
              DISPLAY '* TAXAS DE CAMBIO AUSENTES - SO POSICOES EM BRL'
           END-IF

           SET  WRK-CN-ARQCTA01        TO TRUE
           OPEN INPUT ARQCTA01

           IF WRK-FS-CTA01-OK
              SET WRK-CADASTRO-CTA-PRESENTE TO TRUE
           ELSE
              DISPLAY '* CADASTRO DE CONTAS AUSENTE - RELACIONAMENTO '
                      'NAO APURADO'
           END-IF

           SET  WRK-CN-ARQSGA01        TO TRUE
           OPEN INPUT ARQSGA01

           IF WRK-FS-SGA01-OK
              SET WRK-SEG-ANTERIOR-PRESENTE TO TRUE
           ELSE
              DISPLAY '* SEM CADASTRO DE SEGMENTOS ANTERIOR - TODOS OS '
                      'CLIENTES COMO NOVOS'
           END-IF

           PERFORM 3850-LER-SEG-ANTERIOR

           IF WRK-SGA-CPF NOT EQUAL 99999999999
              AND ARQSEG01-DAT-REFERENCIA NOT LESS WRK-PARM-ANOMES
              DISPLAY '************************************************'
              DISPLAY '* CADASTRO DE SEGMENTOS ANTERIOR JA APURADO    *'
              DISPLAY '* PARA O MES ' ARQSEG01-DAT-REFERENCIA
                                   ' - MES DO CARTAO ' WRK-PARM-ANOMES
              DISPLAY '* PROGRAMA ' WRK-PROGRAMA
                                          ' CANCELADO                *'
              DISPLAY '************************************************'
              MOVE 08 TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           SET  WRK-CN-OPEN            TO TRUE

           SET  WRK-CN-ARQSEG01        TO TRUE
           OPEN OUTPUT ARQSEG01

           IF NOT WRK-FS-SEG01-OK
              MOVE WRK-FS-ARQSEG01     TO WRK-FS-DISPLAY
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

           PERFORM 4100-GRAVAR-CABECALHO
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CALCULA A QTDE DE DIAS DO MES DE REFERENCIA (COM BISSEXTO)  *
      *----------------------------------------------------------------*
       1100-CALCULAR-DIAS-MES SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE WRK-DFI-MES
              WHEN 01
              WHEN 03
              WHEN 05
              WHEN 07
              WHEN 08
              WHEN 10
              WHEN 12
                 MOVE 31               TO WRK-DIAS-MES
              WHEN 04
              WHEN 06
              WHEN 09
              WHEN 11
                 MOVE 30               TO WRK-DIAS-MES
              WHEN 02
                 DIVIDE WRK-DFI-ANO BY 4 GIVING WRK-RESTO
                    REMAINDER WRK-RESTO
                 IF WRK-RESTO EQUAL ZEROS
                    MOVE 29            TO WRK-DIAS-MES
                    DIVIDE WRK-DFI-ANO BY 100 GIVING WRK-RESTO
                       REMAINDER WRK-RESTO
                    IF WRK-RESTO EQUAL ZEROS
                       MOVE 28         TO WRK-DIAS-MES
                       DIVIDE WRK-DFI-ANO BY 400
                          GIVING WRK-RESTO
                          REMAINDER WRK-RESTO
                       IF WRK-RESTO EQUAL ZEROS
                          MOVE 29      TO WRK-DIAS-MES
                       END-IF
                    END-IF
                 ELSE
                    MOVE 28            TO WRK-DIAS-MES
                 END-IF
              WHEN OTHER
                 MOVE ZEROS            TO WRK-DIAS-MES
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       1100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARREGA A TAXA DE CAMBIO LIDA: O ARQUIVO ESTA EM ORDEM DE   *
      *    DATA, ENTAO A ULTIMA TAXA DA MOEDA ATE O FIM DO MES         *
      *    PREVALECE                                                   *
      *----------------------------------------------------------------*
       1200-CARREGAR-TAXAS SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQTAX01-DAT-TAXA NOT GREATER WRK-DAT-FIM-R
              MOVE ARQTAX01-COD-MOEDA  TO WRK-PRC-MOEDA

              PERFORM 5100-PROCURAR-TAXA

              IF WRK-TAX-IDX NOT GREATER WRK-TAX-QTDE
                 MOVE ARQTAX01-VAL-TAXA
                                  TO WRK-TAX-VAL-TAXA (WRK-TAX-IDX)
              ELSE
                 IF WRK-TAX-QTDE LESS 20
                    ADD 1 TO WRK-TAX-QTDE
                    MOVE ARQTAX01-COD-MOEDA
                                  TO WRK-TAX-COD-MOEDA (WRK-TAX-QTDE)
                    MOVE ARQTAX01-VAL-TAXA
                                  TO WRK-TAX-VAL-TAXA (WRK-TAX-QTDE)
                 END-IF
              END-IF
           END-IF

           PERFORM 3830-LER-TAXA
           .
      *----------------------------------------------------------------*
       1200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARREGA AS INSTRUCOES DE DEBITO (LIGACAO EMPRESTIMO X CPF)  *
      *    E ACUMULA POR CPF OS EMPRESTIMOS EM ABERTO DO RAZAO         *
      *----------------------------------------------------------------*
       2000-CARREGAR-EMPRESTIMOS SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQDEB01        TO TRUE
           OPEN INPUT ARQDEB01

           IF WRK-FS-DEB01-INEXISTENTE
              SET WRK-FS-DEB01-FIM     TO TRUE
              DISPLAY '* SEM INSTRUCOES DE DEBITO: EMPRESTIMOS NAO '
                      'SERAO LIGADOS A CPF'
           ELSE
              IF NOT WRK-FS-DEB01-OK
                 MOVE WRK-FS-ARQDEB01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
              PERFORM 3810-LER-INSTRUCAO
           END-IF

           PERFORM 2100-CARREGAR-INSTRUCAO
              UNTIL WRK-FS-DEB01-FIM

           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQLED01        TO TRUE
           OPEN INPUT ARQLED01

           IF NOT WRK-FS-LED01-OK
              MOVE WRK-FS-ARQLED01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3820-LER-EMPRESTIMO

           PERFORM 2200-CARREGAR-EMPRESTIMO
              UNTIL WRK-FS-LED01-FIM

           SET  WRK-CN-CLOSE           TO TRUE

           IF NOT WRK-FS-DEB01-INEXISTENTE
              SET  WRK-CN-ARQDEB01     TO TRUE
              CLOSE ARQDEB01
           END-IF

           SET  WRK-CN-ARQLED01        TO TRUE
           CLOSE ARQLED01
           IF NOT WRK-FS-LED01-OK
              MOVE WRK-FS-ARQLED01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2100-CARREGAR-INSTRUCAO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-DEB-QTDE LESS 500
              ADD 1 TO WRK-DEB-QTDE
              MOVE ARQDEB01-CHAVE   TO WRK-DEB-CHAVE (WRK-DEB-QTDE)
              MOVE ARQDEB01-CPF-DEVEDOR
                                    TO WRK-DEB-CPF (WRK-DEB-QTDE)
           END-IF

           PERFORM 3810-LER-INSTRUCAO
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LIGA CADA EMPRESTIMO EM ABERTO AO CPF (VIA INSTRUCAO) E     *
      *    ACUMULA QUANTIDADE E SALDO POR CLIENTE                      *
      *----------------------------------------------------------------*
       2200-CARREGAR-EMPRESTIMO SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQLED01-VAL-SALDO GREATER ZEROS
              AND ARQLED01-SIT-EMPRESTIMO NOT EQUAL 'QUITADO'
              PERFORM 2210-LIGAR-EMPRESTIMO
           END-IF

           PERFORM 3820-LER-EMPRESTIMO
           .
      *----------------------------------------------------------------*
       2200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2210-LIGAR-EMPRESTIMO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-DEB-IDX

           PERFORM 2220-PROXIMA-INSTRUCAO
              UNTIL WRK-DEB-IDX GREATER WRK-DEB-QTDE
                 OR WRK-DEB-CHAVE (WRK-DEB-IDX) EQUAL
                    ARQLED01-REGISTRO (1:9)

           IF WRK-DEB-IDX GREATER WRK-DEB-QTDE
              ADD 1 TO ACU-EMPRESTIMOS-SEM-CPF
              GO TO 2210-99-FIM
           END-IF

           MOVE WRK-DEB-CPF (WRK-DEB-IDX)
                                       TO WRK-PRC-CPF
           PERFORM 5400-PROCURAR-CLIENTE-EMP

           IF WRK-EMP-IDX GREATER WRK-EMP-QTDE
              IF WRK-EMP-QTDE LESS 2000
                 ADD 1 TO WRK-EMP-QTDE
                 MOVE WRK-EMP-QTDE     TO WRK-EMP-IDX
                 MOVE WRK-PRC-CPF      TO WRK-EMP-CPF (WRK-EMP-IDX)
                 MOVE ZEROS TO WRK-EMP-QTDE-ABERTOS (WRK-EMP-IDX)
                               WRK-EMP-SALDO (WRK-EMP-IDX)
              ELSE
                 DISPLAY '* ATENCAO: TABELA DE CLIENTES COM EMPRESTIMO '
                         'CHEIA (2000) - CPF ' WRK-PRC-CPF
                 ADD 1 TO ACU-EMPRESTIMOS-SEM-CPF
                 GO TO 2210-99-FIM
              END-IF
           END-IF

           ADD 1 TO ACU-EMPRESTIMOS-LIGADOS
           ADD 1 TO WRK-EMP-QTDE-ABERTOS (WRK-EMP-IDX)
           ADD ARQLED01-VAL-SALDO TO WRK-EMP-SALDO (WRK-EMP-IDX)
           .
      *----------------------------------------------------------------*
       2210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2220-PROXIMA-INSTRUCAO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-DEB-IDX
           .
      *----------------------------------------------------------------*
       2220-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LE AS POSICOES DIARIAS DO MES (AGRUPADAS POR CPF/CONTA/     *
      *    MOEDA E ORDENADAS POR DIA - EXER0217), SEGMENTA CADA CPF E  *
      *    CONFRONTA COM O CADASTRO DE SEGMENTOS ANTERIOR              *
      *----------------------------------------------------------------*
       3000-SEGMENTAR-CLIENTES SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQPSD01        TO TRUE
           OPEN INPUT ARQPSD01

           IF NOT WRK-FS-PSD01-OK
              MOVE WRK-FS-ARQPSD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3050-LER-POSICAO-DIARIA

           PERFORM 3100-TRATAR-POSICAO-DIARIA
              UNTIL WRK-FS-PSD01-FIM

           IF WRK-GRUPO-PSD-ABERTO
              PERFORM 3200-FECHAR-GRUPO
           END-IF

           IF WRK-CLIENTE-ABERTO
              PERFORM 3300-FECHAR-CLIENTE
           END-IF

           PERFORM 3700-TRATAR-SAIDA
              UNTIL WRK-SGA-CPF EQUAL 99999999999

           SET  WRK-CN-CLOSE           TO TRUE
           SET  WRK-CN-ARQPSD01        TO TRUE
           CLOSE ARQPSD01
           IF NOT WRK-FS-PSD01-OK
              MOVE WRK-FS-ARQPSD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3050-LER-POSICAO-DIARIA SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQPSD01        TO TRUE

           READ ARQPSD01 INTO ARQPSD01-REGISTRO

           IF WRK-FS-PSD01-OK OR WRK-FS-PSD01-FIM
              IF WRK-FS-PSD01-OK
                 ADD 1 TO ACU-LIDOS-ARQPSD01
              END-IF
           ELSE
              MOVE WRK-FS-ARQPSD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3050-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    POSICAO DE OUTRO MES NAO ENTRA NO CALCULO; A TROCA DE       *
      *    CPF/CONTA/MOEDA FECHA O GRUPO E A TROCA DE CPF FECHA O      *
      *    CLIENTE                                                     *
      *----------------------------------------------------------------*
       3100-TRATAR-POSICAO-DIARIA SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQPSD01-DAT-POSICAO (1:6) NOT EQUAL WRK-DFI-ANOMES
              ADD 1 TO ACU-POSICOES-FORA-MES
              PERFORM 3050-LER-POSICAO-DIARIA
              GO TO 3100-99-FIM
           END-IF

           IF WRK-GRUPO-PSD-ABERTO
              AND (ARQPSD01-CPF NOT EQUAL WRK-GPS-CPF
                OR ARQPSD01-NUM-CONTA NOT EQUAL WRK-GPS-CONTA
                OR ARQPSD01-COD-MOEDA NOT EQUAL WRK-GPS-MOEDA)
              PERFORM 3200-FECHAR-GRUPO
           END-IF

           IF WRK-CLIENTE-ABERTO
              AND ARQPSD01-CPF NOT EQUAL WRK-CLI-CPF
              PERFORM 3300-FECHAR-CLIENTE
           END-IF

           IF NOT WRK-CLIENTE-ABERTO
              SET WRK-CLIENTE-ABERTO   TO TRUE
              INITIALIZE WRK-CLIENTE
              MOVE ARQPSD01-CPF        TO WRK-CLI-CPF
              MOVE 99999999            TO WRK-CLI-DAT-ABERTURA
           END-IF

           IF NOT WRK-GRUPO-PSD-ABERTO
              SET WRK-GRUPO-PSD-ABERTO TO TRUE
              MOVE ARQPSD01-CPF        TO WRK-GPS-CPF
              MOVE ARQPSD01-NUM-CONTA  TO WRK-GPS-CONTA
              MOVE ARQPSD01-COD-MOEDA  TO WRK-GPS-MOEDA
              MOVE ZEROS               TO WRK-GPS-QTDE-PASSOS
           END-IF

           IF WRK-GPS-QTDE-PASSOS LESS 32
              ADD 1 TO WRK-GPS-QTDE-PASSOS
              MOVE ARQPSD01-DAT-POSICAO (7:2)
                 TO WRK-GPS-DIA (WRK-GPS-QTDE-PASSOS)
              MOVE ARQPSD01-VAL-SALDO-DIA
                 TO WRK-GPS-SALDO (WRK-GPS-QTDE-PASSOS)
           END-IF

           PERFORM 3050-LER-POSICAO-DIARIA
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    FECHA O GRUPO: SOMA O SALDO CREDOR DE CADA DIA DO MES,      *
      *    CONVERTE PARA BRL E ACUMULA NO CLIENTE; A ABERTURA DA CONTA *
      *    NO CADASTRO ENTRA NO TEMPO DE RELACIONAMENTO                *
      *----------------------------------------------------------------*
       3200-FECHAR-GRUPO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO ACU-CONTAS-APURADAS
           MOVE ZEROS                  TO WRK-GPS-SOMA-DIARIA

           PERFORM 3250-APURAR-PASSO
              VARYING WRK-GPS-IDX FROM 1 BY 1
              UNTIL WRK-GPS-IDX GREATER WRK-GPS-QTDE-PASSOS

           MOVE 'N'                    TO WRK-SW-GRUPO-PSD

           PERFORM 3210-LER-CADASTRO

           IF WRK-GPS-MOEDA EQUAL 'BRL'
              MOVE 1                   TO WRK-VAL-TAXA
           ELSE
              MOVE WRK-GPS-MOEDA       TO WRK-PRC-MOEDA
              PERFORM 5100-PROCURAR-TAXA
              IF WRK-TAX-IDX GREATER WRK-TAX-QTDE
                 OR WRK-TAX-VAL-TAXA (WRK-TAX-IDX) NOT GREATER ZEROS
                 ADD 1 TO ACU-CONTAS-SEM-TAXA
                 DISPLAY '* ATENCAO: MOEDA SEM TAXA NO FIM DO MES '
                         WRK-GPS-CPF ' ' WRK-GPS-CONTA ' '
                         WRK-GPS-MOEDA
                 GO TO 3200-99-FIM
              END-IF
              MOVE WRK-TAX-VAL-TAXA (WRK-TAX-IDX)
                                       TO WRK-VAL-TAXA
           END-IF

           COMPUTE WRK-GPS-SOMA-BRL ROUNDED =
                   WRK-GPS-SOMA-DIARIA * WRK-VAL-TAXA

           ADD WRK-GPS-SOMA-BRL        TO WRK-CLI-SOMA-BRL
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    DATA DE ABERTURA DA CONTA NO CADASTRO: VALE A MAIS ANTIGA   *
      *    ENTRE AS CONTAS DO CPF                                      *
      *----------------------------------------------------------------*
       3210-LER-CADASTRO SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT WRK-CADASTRO-CTA-PRESENTE
              GO TO 3210-99-FIM
           END-IF

           MOVE WRK-GRP-PSD-CHAVE      TO FD-ARQCTA01-CHAVE

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQCTA01        TO TRUE

           READ ARQCTA01 INTO ARQCTA01-REGISTRO

           IF WRK-FS-CTA01-NAO-ENCONTRADO
              ADD 1 TO ACU-CONTAS-SEM-CADASTRO
              GO TO 3210-99-FIM
           END-IF

           IF NOT WRK-FS-CTA01-OK
              MOVE WRK-FS-ARQCTA01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF ARQCTA01-DAT-ABERTURA NUMERIC
              AND ARQCTA01-DAT-ABERTURA GREATER ZEROS
              AND ARQCTA01-DAT-ABERTURA LESS WRK-CLI-DAT-ABERTURA
              MOVE ARQCTA01-DAT-ABERTURA
                                       TO WRK-CLI-DAT-ABERTURA
           END-IF
           .
      *----------------------------------------------------------------*
       3210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    UM PASSO DE SALDO VALE DO SEU DIA ATE O DIA ANTERIOR AO     *
      *    PROXIMO PASSO (O PASSO DO DIA 00 E A ABERTURA E VALE A      *
      *    PARTIR DO DIA 01); O SALDO DEVEDOR ENTRA COMO ZERO          *
      *----------------------------------------------------------------*
       3250-APURAR-PASSO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-GPS-IDX LESS WRK-GPS-QTDE-PASSOS
              MOVE WRK-GPS-DIA (WRK-GPS-IDX + 1)
                                       TO WRK-GPS-PROX-DIA
           ELSE
              COMPUTE WRK-GPS-PROX-DIA = WRK-DIAS-MES + 1
           END-IF

           MOVE WRK-GPS-DIA (WRK-GPS-IDX)
                                       TO WRK-GPS-DIA-INI
           IF WRK-GPS-DIA-INI EQUAL ZEROS
              MOVE 1                   TO WRK-GPS-DIA-INI
           END-IF

           COMPUTE WRK-GPS-DIA-FIM = WRK-GPS-PROX-DIA - 1
           IF WRK-GPS-DIA-FIM GREATER WRK-DIAS-MES
              MOVE WRK-DIAS-MES        TO WRK-GPS-DIA-FIM
           END-IF

           IF WRK-GPS-DIA-FIM LESS WRK-GPS-DIA-INI
              GO TO 3250-99-FIM
           END-IF

           COMPUTE WRK-GPS-QTDE-DIAS =
                   WRK-GPS-DIA-FIM - WRK-GPS-DIA-INI + 1

           IF WRK-GPS-SALDO (WRK-GPS-IDX) GREATER ZEROS
              COMPUTE WRK-GPS-SOMA-DIARIA = WRK-GPS-SOMA-DIARIA +
                      WRK-GPS-SALDO (WRK-GPS-IDX) * WRK-GPS-QTDE-DIAS
           END-IF
           .
      *----------------------------------------------------------------*
       3250-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    FECHA O CLIENTE: SALDO MEDIO DO MES, EMPRESTIMOS EM ABERTO, *
      *    TEMPO DE RELACIONAMENTO E SEGMENTO; CONFRONTA COM O         *
      *    CADASTRO ANTERIOR E GRAVA O NOVO REGISTRO                   *
      *----------------------------------------------------------------*
       3300-FECHAR-CLIENTE SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-SW-CLIENTE

           COMPUTE WRK-CLI-VAL-MEDIA ROUNDED =
                   WRK-CLI-SOMA-BRL / WRK-DIAS-MES

           MOVE WRK-CLI-CPF            TO WRK-PRC-CPF
           PERFORM 5400-PROCURAR-CLIENTE-EMP

           IF WRK-EMP-IDX NOT GREATER WRK-EMP-QTDE
              MOVE WRK-EMP-QTDE-ABERTOS (WRK-EMP-IDX)
                                       TO WRK-CLI-QTD-EMP
              MOVE WRK-EMP-SALDO (WRK-EMP-IDX)
                                       TO WRK-CLI-SALDO-EMP
           END-IF

           PERFORM 3310-CALCULAR-RELACIONAMENTO

           EVALUATE TRUE
              WHEN WRK-CLI-VAL-MEDIA NOT LESS WRK-LIM-PRIVATE
                 MOVE 'P'              TO WRK-CLI-SEGMENTO
              WHEN WRK-CLI-VAL-MEDIA NOT LESS WRK-LIM-ALTA-RENDA
                 MOVE 'A'              TO WRK-CLI-SEGMENTO
              WHEN WRK-CLI-VAL-MEDIA NOT LESS WRK-LIM-MEIA-RENDA
               AND WRK-CLI-QTD-EMP GREATER ZEROS
               AND WRK-CLI-QTD-MESES NOT LESS WRK-MESES-RELAC
                 MOVE 'A'              TO WRK-CLI-SEGMENTO
              WHEN OTHER
                 MOVE 'R'              TO WRK-CLI-SEGMENTO
           END-EVALUATE

           PERFORM 3700-TRATAR-SAIDA
              UNTIL WRK-SGA-CPF NOT LESS WRK-CLI-CPF

           PERFORM 3400-COMPARAR-ANTERIOR

           PERFORM 3900-GRAVAR-SEGMENTO
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    MESES ENTRE A ABERTURA DA CONTA MAIS ANTIGA E O MES DE      *
      *    REFERENCIA (ZERO SEM CADASTRO)                              *
      *----------------------------------------------------------------*
       3310-CALCULAR-RELACIONAMENTO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-CLI-QTD-MESES

           IF WRK-CLI-DAT-ABERTURA EQUAL 99999999
              GO TO 3310-99-FIM
           END-IF

           MOVE WRK-CLI-DAT-ABERTURA   TO WRK-DAT-ABERTURA-R

           COMPUTE WRK-QTDE-MESES =
                   (WRK-DFI-ANO * 12 + WRK-DFI-MES)
                 - (WRK-DAB-ANO * 12 + WRK-DAB-MES)

           IF WRK-QTDE-MESES GREATER ZEROS
              MOVE WRK-QTDE-MESES      TO WRK-CLI-QTD-MESES
           END-IF
           .
      *----------------------------------------------------------------*
       3310-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CONFRONTO COM O CADASTRO ANTERIOR: MESMO SEGMENTO MANTEM A  *
      *    VIGENCIA; MUDANCA OU CLIENTE NOVO GANHA A NOVA VIGENCIA;    *
      *    A MIGRACAO E CONTADA NA MATRIZ E LISTADA NO RELATORIO       *
      *----------------------------------------------------------------*
       3400-COMPARAR-ANTERIOR SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-CLI-SEGMENTO       TO WRK-PRC-SEGMENTO
           PERFORM 5300-PROCURAR-SEGMENTO
           MOVE WRK-SEG-IDX            TO WRK-MIG-COL

           MOVE 1                      TO WRK-MIG-LIN

           IF WRK-SGA-CPF EQUAL WRK-CLI-CPF
              MOVE WRK-SGA-SEGMENTO    TO WRK-PRC-SEGMENTO
              PERFORM 5300-PROCURAR-SEGMENTO
              IF WRK-SEG-IDX NOT GREATER 3
                 COMPUTE WRK-MIG-LIN = WRK-SEG-IDX + 1
              END-IF
           END-IF

           ADD 1 TO WRK-MIG-QTDE (WRK-MIG-LIN WRK-MIG-COL)

           EVALUATE TRUE
              WHEN WRK-MIG-LIN EQUAL 1
                 ADD 1 TO ACU-CLIENTES-NOVOS
                 MOVE WRK-DAT-VIGENCIA-R
                                       TO ARQSEG01-DAT-VIGENCIA
                 MOVE SPACES           TO ARQSEG01-COD-SEG-ANTERIOR
              WHEN WRK-SGA-SEGMENTO EQUAL WRK-CLI-SEGMENTO
                 ADD 1 TO ACU-CLIENTES-MANTIDOS
                 MOVE WRK-SGA-VIGENCIA TO ARQSEG01-DAT-VIGENCIA
                 MOVE WRK-SGA-ANTERIOR TO ARQSEG01-COD-SEG-ANTERIOR
              WHEN OTHER
                 ADD 1 TO ACU-CLIENTES-MIGRADOS
                 MOVE WRK-DAT-VIGENCIA-R
                                       TO ARQSEG01-DAT-VIGENCIA
                 MOVE WRK-SGA-SEGMENTO TO ARQSEG01-COD-SEG-ANTERIOR
                 PERFORM 3950-GRAVAR-MIGRACAO
           END-EVALUATE

           IF WRK-SGA-CPF EQUAL WRK-CLI-CPF
              PERFORM 3850-LER-SEG-ANTERIOR
           END-IF
           .
      *----------------------------------------------------------------*
       3400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CPF DO CADASTRO ANTERIOR SEM POSICOES NO MES: SAI DO        *
      *    CADASTRO DE SEGMENTOS                                       *
      *----------------------------------------------------------------*
       3700-TRATAR-SAIDA SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO ACU-CLIENTES-SAIDOS

           MOVE WRK-SGA-SEGMENTO       TO WRK-PRC-SEGMENTO
           PERFORM 5300-PROCURAR-SEGMENTO

           IF WRK-SEG-IDX NOT GREATER 3
              COMPUTE WRK-MIG-LIN = WRK-SEG-IDX + 1
              ADD 1 TO WRK-MIG-QTDE (WRK-MIG-LIN 4)
           END-IF

           PERFORM 3850-LER-SEG-ANTERIOR
           .
      *----------------------------------------------------------------*
       3700-99-FIM.
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
       3820-LER-EMPRESTIMO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQLED01        TO TRUE

           READ ARQLED01 INTO ARQLED01-REGISTRO

           IF WRK-FS-LED01-OK OR WRK-FS-LED01-FIM
              IF WRK-FS-LED01-OK
                 ADD 1 TO ACU-LIDOS-ARQLED01
              END-IF
           ELSE
              MOVE WRK-FS-ARQLED01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3820-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3830-LER-TAXA SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQTAX01        TO TRUE

           READ ARQTAX01 INTO ARQTAX01-REGISTRO

           IF NOT WRK-FS-TAX01-OK AND NOT WRK-FS-TAX01-FIM
              MOVE WRK-FS-ARQTAX01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3830-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LE O PROXIMO REGISTRO DO CADASTRO DE SEGMENTOS ANTERIOR;    *
      *    NO FIM (OU SEM CADASTRO) O CPF FICA EM 99999999999          *
      *----------------------------------------------------------------*
       3850-LER-SEG-ANTERIOR SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 99999999999            TO WRK-SGA-CPF

           IF NOT WRK-SEG-ANTERIOR-PRESENTE
              GO TO 3850-99-FIM
           END-IF

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQSGA01        TO TRUE

           READ ARQSGA01 INTO ARQSEG01-REGISTRO

           IF WRK-FS-SGA01-FIM
              GO TO 3850-99-FIM
           END-IF

           IF NOT WRK-FS-SGA01-OK
              MOVE WRK-FS-ARQSGA01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1 TO ACU-LIDOS-ARQSGA01
           MOVE ARQSEG01-CPF           TO WRK-SGA-CPF
           MOVE ARQSEG01-COD-SEGMENTO  TO WRK-SGA-SEGMENTO
           MOVE ARQSEG01-DAT-VIGENCIA  TO WRK-SGA-VIGENCIA
           MOVE ARQSEG01-COD-SEG-ANTERIOR
                                       TO WRK-SGA-ANTERIOR
           .
      *----------------------------------------------------------------*
       3850-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA O REGISTRO DO CLIENTE NO CADASTRO DE SEGMENTOS (A     *
      *    VIGENCIA E O SEGMENTO ANTERIOR JA VEM DO CONFRONTO)         *
      *----------------------------------------------------------------*
       3900-GRAVAR-SEGMENTO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-CLI-CPF            TO ARQSEG01-CPF
           MOVE WRK-CLI-SEGMENTO       TO ARQSEG01-COD-SEGMENTO
           MOVE WRK-DFI-ANOMES         TO ARQSEG01-DAT-REFERENCIA
           MOVE WRK-CLI-VAL-MEDIA      TO ARQSEG01-VAL-SALDO-MEDIO
           MOVE WRK-CLI-SALDO-EMP      TO ARQSEG01-VAL-SALDO-EMP
           MOVE WRK-CLI-QTD-EMP        TO ARQSEG01-QTD-EMPRESTIMOS
           MOVE WRK-CLI-QTD-MESES      TO ARQSEG01-QTD-MESES-RELAC

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQSEG01        TO TRUE

           WRITE FD-ARQSEG01 FROM ARQSEG01-REGISTRO

           IF WRK-FS-SEG01-OK
              ADD 1 TO ACU-GRAVA-ARQSEG01
           ELSE
              MOVE WRK-FS-ARQSEG01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LISTA NO RELATORIO O CLIENTE QUE MUDOU DE SEGMENTO          *
      *----------------------------------------------------------------*
       3950-GRAVAR-MIGRACAO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-CLI-CPF            TO WRK-DMI-CPF
           COMPUTE WRK-SEG-IDX = WRK-MIG-LIN - 1
           MOVE WRK-SEG-DESCRICAO (WRK-SEG-IDX)
                                       TO WRK-DMI-ANTERIOR
           MOVE WRK-SEG-DESCRICAO (WRK-MIG-COL)
                                       TO WRK-DMI-ATUAL
           MOVE WRK-CLI-VAL-MEDIA      TO WRK-DMI-SALDO-MEDIO
           MOVE WRK-CLI-SALDO-EMP      TO WRK-DMI-SALDO-EMP
           MOVE WRK-CLI-QTD-EMP        TO WRK-DMI-QTD-EMP
           MOVE WRK-CLI-QTD-MESES      TO WRK-DMI-MESES

           MOVE WRK-DET-MIGRACAO       TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       3950-99-FIM.
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
           MOVE ACU-LIDOS-ARQPSD01      TO ARQAUD01-QTDE-LIDOS
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
           PERFORM 4800-GRAVAR-MATRIZ

           IF ACU-CONTAS-SEM-TAXA GREATER ZEROS
              MOVE 04                  TO RETURN-CODE
           END-IF

           PERFORM 3980-GRAVAR-AUDITORIA

           SET  WRK-CN-CLOSE           TO TRUE

           IF WRK-CADASTRO-CTA-PRESENTE
              SET  WRK-CN-ARQCTA01     TO TRUE
              CLOSE ARQCTA01
              IF NOT WRK-FS-CTA01-OK
                 MOVE WRK-FS-ARQCTA01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF

           IF WRK-SEG-ANTERIOR-PRESENTE
              SET  WRK-CN-ARQSGA01     TO TRUE
              CLOSE ARQSGA01
           END-IF

           SET  WRK-CN-ARQSEG01        TO TRUE
           CLOSE ARQSEG01
           IF NOT WRK-FS-SEG01-OK
              MOVE WRK-FS-ARQSEG01     TO WRK-FS-DISPLAY
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

           MOVE ACU-LIDOS-ARQPSD01     TO WRK-MASK-QTDE
           DISPLAY '**************************************************'
           DISPLAY '* QTDE DE POSICOES LIDAS     : ' WRK-MASK-QTDE  '*'
           MOVE ACU-LIDOS-ARQLED01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE EMPRESTIMOS LIDOS  : ' WRK-MASK-QTDE  '*'
           MOVE ACU-CONTAS-SEM-TAXA    TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE CONTAS SEM TAXA    : ' WRK-MASK-QTDE  '*'
           MOVE ACU-GRAVA-ARQSEG01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE CLIENTES GRAVADOS  : ' WRK-MASK-QTDE  '*'
           MOVE ACU-CLIENTES-NOVOS     TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE CLIENTES NOVOS     : ' WRK-MASK-QTDE  '*'
           MOVE ACU-CLIENTES-MIGRADOS  TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE CLIENTES MIGRADOS  : ' WRK-MASK-QTDE  '*'
           MOVE ACU-CLIENTES-SAIDOS    TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE CLIENTES SAIDOS    : ' WRK-MASK-QTDE  '*'
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
      *    CABECALHO DO RELATORIO E TITULO DA LISTA DE MIGRACOES       *
      *----------------------------------------------------------------*
       4100-GRAVAR-CABECALHO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-DFI-ANOMES         TO WRK-CAB1-ANOMES
           MOVE WRK-DAT-VIGENCIA-R     TO WRK-CAB1-VIGENCIA
           MOVE WRK-CAB1-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE WRK-LIM-ALTA-RENDA     TO WRK-CAB2-ALTA-RENDA
           MOVE WRK-LIM-PRIVATE        TO WRK-CAB2-PRIVATE
           MOVE WRK-MESES-RELAC        TO WRK-CAB2-MESES
           MOVE WRK-CAB2-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 4950-GRAVAR-LINHA
           MOVE 'CLIENTES QUE MUDARAM DE SEGMENTO'
                                       TO WRK-TIT-SECAO
           MOVE WRK-TIT-SECAO          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE WRK-CAB3-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       4100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    MATRIZ DE MIGRACAO (SEGMENTO ANTERIOR X SEGMENTO ATUAL) E   *
      *    RESUMO DA APURACAO                                          *
      *----------------------------------------------------------------*
       4800-GRAVAR-MATRIZ SECTION.
      *----------------------------------------------------------------*
      *
           IF ACU-CLIENTES-MIGRADOS EQUAL ZEROS
              MOVE '  NENHUM CLIENTE MUDOU DE SEGMENTO'
                                       TO WRK-TIT-SECAO
              MOVE WRK-TIT-SECAO       TO WRK-LINHA-IMPRESSAO
              PERFORM 4950-GRAVAR-LINHA
           END-IF

           PERFORM 4950-GRAVAR-LINHA
           MOVE 'MATRIZ DE MIGRACAO: ANTERIOR X ATUAL'
                                       TO WRK-TIT-SECAO
           MOVE WRK-TIT-SECAO          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE WRK-CAB4-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 4850-GRAVAR-LINHA-MATRIZ
              VARYING WRK-MIG-LIN FROM 1 BY 1
              UNTIL WRK-MIG-LIN GREATER 5

           PERFORM 4950-GRAVAR-LINHA
           MOVE 'RESUMO DA APURACAO'   TO WRK-TIT-SECAO
           MOVE WRK-TIT-SECAO          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'POSICOES DIARIAS LIDAS'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-LIDOS-ARQPSD01     TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'POSICOES FORA DO MES DE REFERENCIA'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-POSICOES-FORA-MES  TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'CONTAS APURADAS'      TO WRK-RES-DESCRICAO
           MOVE ACU-CONTAS-APURADAS    TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'CONTAS SEM CADASTRO'  TO WRK-RES-DESCRICAO
           MOVE ACU-CONTAS-SEM-CADASTRO
                                       TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'CONTAS EM MOEDA SEM TAXA (FORA DA MEDIA)'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-CONTAS-SEM-TAXA    TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'EMPRESTIMOS EM ABERTO LIGADOS A CPF'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-EMPRESTIMOS-LIGADOS
                                       TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'EMPRESTIMOS EM ABERTO SEM INSTRUCAO'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-EMPRESTIMOS-SEM-CPF
                                       TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'CLIENTES DO CADASTRO ANTERIOR'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-LIDOS-ARQSGA01     TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'CLIENTES SEGMENTADOS NO MES'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-GRAVA-ARQSEG01     TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'CLIENTES NOVOS'       TO WRK-RES-DESCRICAO
           MOVE ACU-CLIENTES-NOVOS     TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'CLIENTES QUE MANTIVERAM O SEGMENTO'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-CLIENTES-MANTIDOS  TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'CLIENTES QUE MUDARAM DE SEGMENTO'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-CLIENTES-MIGRADOS  TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'CLIENTES QUE SAIRAM DO CADASTRO'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-CLIENTES-SAIDOS    TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO
           .
      *----------------------------------------------------------------*
       4800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    IMPRIME UMA LINHA DA MATRIZ; AS LINHAS 1 A 4 SOMAM NA LINHA *
      *    DE TOTAL (5)                                                *
      *----------------------------------------------------------------*
       4850-GRAVAR-LINHA-MATRIZ SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-DET-MATRIZ

           EVALUATE WRK-MIG-LIN
              WHEN 1
                 MOVE 'CLIENTES NOVOS'  TO WRK-DMG-DESCRICAO
              WHEN 5
                 MOVE 'TOTAL'           TO WRK-DMG-DESCRICAO
              WHEN OTHER
                 COMPUTE WRK-SEG-IDX = WRK-MIG-LIN - 1
                 MOVE WRK-SEG-DESCRICAO (WRK-SEG-IDX)
                                        TO WRK-DMG-DESCRICAO
           END-EVALUATE

           MOVE ZEROS                  TO WRK-MIG-TOT-LINHA

           PERFORM 4860-GRAVAR-COLUNA-MATRIZ
              VARYING WRK-MIG-COL FROM 1 BY 1
              UNTIL WRK-MIG-COL GREATER 4

           MOVE WRK-MIG-TOT-LINHA      TO WRK-DMG-QTDE (5)

           IF WRK-MIG-LIN EQUAL 5
              PERFORM 4950-GRAVAR-LINHA
           END-IF

           MOVE WRK-DET-MATRIZ         TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       4850-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       4860-GRAVAR-COLUNA-MATRIZ SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-MIG-QTDE (WRK-MIG-LIN WRK-MIG-COL)
                                       TO WRK-DMG-QTDE (WRK-MIG-COL)
           ADD WRK-MIG-QTDE (WRK-MIG-LIN WRK-MIG-COL)
                                       TO WRK-MIG-TOT-LINHA

           IF WRK-MIG-LIN LESS 5
              ADD WRK-MIG-QTDE (WRK-MIG-LIN WRK-MIG-COL)
                                       TO WRK-MIG-QTDE (5 WRK-MIG-COL)
           END-IF
           .
      *----------------------------------------------------------------*
       4860-99-FIM.
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
      *    LOCALIZA A TAXA DA MOEDA WRK-PRC-MOEDA (WRK-TAX-IDX ALEM DA *
      *    QTDE = MOEDA SEM TAXA)                                      *
      *----------------------------------------------------------------*
       5100-PROCURAR-TAXA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-TAX-IDX

           PERFORM 5110-PROXIMA-TAXA
              UNTIL WRK-TAX-IDX GREATER WRK-TAX-QTDE
                 OR WRK-TAX-COD-MOEDA (WRK-TAX-IDX) EQUAL WRK-PRC-MOEDA
           .
      *----------------------------------------------------------------*
       5100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5110-PROXIMA-TAXA SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-TAX-IDX
           .
      *----------------------------------------------------------------*
       5110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LOCALIZA O SEGMENTO WRK-PRC-SEGMENTO (WRK-SEG-IDX 4 =       *
      *    CODIGO INVALIDO)                                            *
      *----------------------------------------------------------------*
       5300-PROCURAR-SEGMENTO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-SEG-IDX

           PERFORM 5310-PROXIMO-SEGMENTO
              UNTIL WRK-SEG-IDX GREATER 3
                 OR WRK-SEG-CODIGO (WRK-SEG-IDX) EQUAL WRK-PRC-SEGMENTO
           .
      *----------------------------------------------------------------*
       5300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5310-PROXIMO-SEGMENTO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-SEG-IDX
           .
      *----------------------------------------------------------------*
       5310-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LOCALIZA O CPF WRK-PRC-CPF NA TABELA DE                     *
      *    EMPRESTIMOS POR CLIENTE (WRK-EMP-IDX ALEM DA QTDE = CPF SEM *
      *    EMPRESTIMO EM ABERTO)                                       *
      *----------------------------------------------------------------*
       5400-PROCURAR-CLIENTE-EMP SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-EMP-IDX

           PERFORM 5410-PROXIMO-CLIENTE-EMP
              UNTIL WRK-EMP-IDX GREATER WRK-EMP-QTDE
                 OR WRK-EMP-CPF (WRK-EMP-IDX) EQUAL WRK-PRC-CPF
           .
      *----------------------------------------------------------------*
       5400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5410-PROXIMO-CLIENTE-EMP SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-EMP-IDX
           .
      *----------------------------------------------------------------*
       5410-99-FIM.
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
           MOVE ACU-LIDOS-ARQPSD01
                                  TO ERRO01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQSEG01
                                  TO ERRO01-QTDE-GRAVADOS
           MOVE WRK-GRP-PSD-CHAVE TO ERRO01-ULT-CHAVE

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
