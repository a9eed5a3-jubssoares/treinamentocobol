      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0314.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0314                                      *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   DECISAO DE CREDITO EM LOTE DAS SOLICITACOES *
      *                    DE EMPRESTIMO (SOL03314). CADA PROPOSTA     *
      *                    RECEBE UMA NOTA (0 A 1000, PARTINDO DE 500) *
      *                    PELO HISTORICO DE DEPOSITOS DO CPF (SALDO   *
      *                    MEDIO EM BRL NO MES NAS POSICOES DIARIAS    *
      *                    PSD02105 E DIAS DEVEDORES; SALDO ATUAL NAS  *
      *                    POSICOES SLD02105), PELA EXPOSICAO ATUAL    *
      *                    (EMPRESTIMOS EM ABERTO NO RAZAO LED03105,   *
      *                    LIGADOS AO CPF PELAS INSTRUCOES DEB03105) E *
      *                    PELO PIOR GRAU DE RISCO (RSK03105) DOS      *
      *                    CONTRATOS DO CPF. RECUSA DIRETO O CPF OU    *
      *                    AVALISTA NA LISTA DE BLOQUEIO (BLQ02105), A *
      *                    EXPOSICAO ACIMA DO LIMITE POR CPF E A       *
      *                    PROPOSTA COM DADOS INVALIDOS; AS DEMAIS SAO *
      *                    APROVADAS, ENCAMINHADAS A ANALISE MANUAL OU *
      *                    RECUSADAS PELA NOTA. A APROVADA GANHA O     *
      *                    PROXIMO NUMERO DE EMPRESTIMO DA AGENCIA/    *
      *                    CONTA NO CADASTRO E E GRAVADA COMO NOVO     *
      *                    REGISTRO ENT03105 COM O PLANO (PARCELAS,    *
      *                    TABELA E TAXA) PARA O EXER0307, COM A       *
      *                    INSTRUCAO DE DEBITO AUTOMATICO (DEB03105)   *
      *                    NA CONTA DE DEPOSITO INFORMADA. GRAVA A     *
      *                    DECISAO DE CADA PROPOSTA (DCS03314) E O     *
      *                    RELATORIO COM OS MOTIVOS DE CADA RECUSA E   *
      *                    ENCAMINHAMENTO. POSICOES EM MOEDA           *
      *                    ESTRANGEIRA NAO ENTRAM NA NOTA. AGENCIA     *
      *                    FORA DO CADASTRO DE AGENCIAS (AGE02241) OU  *
      *                    ENCERRADA E RECUSA DIRETA, ASSIM COMO O     *
      *                    PROPONENTE COM REVISAO CADASTRAL (KYC)      *
      *                    VENCIDA ALEM DA TOLERANCIA (PKY02244).      *
      *----------------------------------------------------------------*
      *    CARTAO......:   COLS 1-8   DATA DA DECISAO (AAAAMMDD)       *
      *                    COLS 10-15 MES DAS POSICOES DIARIAS (AAAAMM)*
      *                    COLS 17-31 LIMITE DE EXPOSICAO POR CPF      *
      *                               9(13)V99 (PADRAO 200.000,00)     *
      *                    COLS 33-36 NOTA MINIMA DE APROVACAO         *
      *                               (PADRAO 0700)                    *
      *                    COLS 38-41 NOTA MINIMA DE ENCAMINHAMENTO    *
      *                               (PADRAO 0500)                    *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPARM  (DATA, MES E LIMITES)            -               *
      *      ARQSOL01 (SOLICITACOES DE EMPRESTIMO)     SOL03314        *
      *      ARQEMP01 (CADASTRO INDEXADO DE EMPREST.)  ENT03105        *
      *      ARQAGE01 (CADASTRO DE AGENCIAS)           AGE02241        *
      *      ARQDEB01 (INSTRUCOES CPF X EMPRESTIMO)    DEB03105        *
      *      ARQLED01 (RAZAO DE EMPRESTIMOS)           LED03105        *
      *      ARQRSK01 (GRAUS DE RISCO - OPCIONAL)      RSK03105        *
      *      ARQBLQ01 (LISTA DE BLOQUEIO)              BLQ02105        *
      *      ARQPKY01 (REVISOES KYC VENCIDAS - OPC.)   PKY02244        *
      *      ARQSLD01 (POSICOES DE SALDO)              SLD02105        *
      *      ARQPSD01 (POSICOES DIARIAS DO MES)        PSD02105        *
      *      ARQSAI01 (EMPRESTIMOS APROVADOS)          ENT03105        *
      *      ARQSAI02 (INSTRUCOES DE DEBITO NOVAS)     DEB03105        *
      *      ARQSAI03 (DECISOES DE CREDITO)            DCS03314        *
      *      ARQSAI04 (RELATORIO DAS DECISOES)         -               *
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

           SELECT ARQSOL01 ASSIGN      TO UT-S-ARQSOL01
                      FILE STATUS      IS WRK-FS-ARQSOL01.

           SELECT ARQEMP01 ASSIGN      TO UT-S-ARQEMP01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS SEQUENTIAL
                      RECORD KEY       IS FD-ARQEMP01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQEMP01.

           SELECT ARQAGE01 ASSIGN      TO UT-S-ARQAGE01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS FD-ARQAGE01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQAGE01.

           SELECT OPTIONAL ARQDEB01 ASSIGN TO UT-S-ARQDEB01
                      FILE STATUS      IS WRK-FS-ARQDEB01.

           SELECT ARQLED01 ASSIGN      TO UT-S-ARQLED01
                      FILE STATUS      IS WRK-FS-ARQLED01.

           SELECT OPTIONAL ARQRSK01 ASSIGN TO UT-S-ARQRSK01
                      FILE STATUS      IS WRK-FS-ARQRSK01.

           SELECT ARQBLQ01 ASSIGN      TO UT-S-ARQBLQ01
                      FILE STATUS      IS WRK-FS-ARQBLQ01.

           SELECT OPTIONAL ARQPKY01 ASSIGN TO UT-S-ARQPKY01
                      FILE STATUS      IS WRK-FS-ARQPKY01.

           SELECT ARQSLD01 ASSIGN      TO UT-S-ARQSLD01
                      FILE STATUS      IS WRK-FS-ARQSLD01.

           SELECT ARQPSD01 ASSIGN      TO UT-S-ARQPSD01
                      FILE STATUS      IS WRK-FS-ARQPSD01.

           SELECT ARQSAI01 ASSIGN      TO UT-S-ARQSAI01
                      FILE STATUS      IS WRK-FS-ARQSAI01.

           SELECT ARQSAI02 ASSIGN      TO UT-S-ARQSAI02
                      FILE STATUS      IS WRK-FS-ARQSAI02.

           SELECT ARQSAI03 ASSIGN      TO UT-S-ARQSAI03
                      FILE STATUS      IS WRK-FS-ARQSAI03.

           SELECT ARQSAI04 ASSIGN      TO UT-S-ARQSAI04
                      FILE STATUS      IS WRK-FS-ARQSAI04.

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
      *   INPUT:      CARTAO DE PARAMETROS (DATA, MES E LIMITES)      *
      *               ORG. SEQUENCIAL   -   LRECL = 080               *
      *---------------------------------------------------------------*

       FD  ARQPARM
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPARM              PIC X(080).

      *---------------------------------------------------------------*
      *   INPUT:      SOLICITACOES DE EMPRESTIMO                      *
      *               ORG. SEQUENCIAL   -   LRECL = 240               *
      *---------------------------------------------------------------*

       FD  ARQSOL01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQSOL01             PIC X(240).

      *----------------------------------------------------------------*
      *    INPUT:     CADASTRO INDEXADO DE EMPRESTIMOS                 *
      *               ORG. INDEXADA     -   LRECL = 233                *
      *----------------------------------------------------------------*

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

      *----------------------------------------------------------------*
      *    INPUT:     CADASTRO DE AGENCIAS (LEITURA DIRETA)            *
      *               ORG. INDEXADA     -   LRECL = 100                *
      *----------------------------------------------------------------*

       FD  ARQAGE01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQAGE01.
           05 FD-ARQAGE01-CHAVE          PIC 9(04).
           05 FILLER                     PIC X(96).

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
      *   INPUT:      CLASSIFICACAO DE RISCO (EXER0310) - OPCIONAL    *
      *               ORG. SEQUENCIAL   -   LRECL = 032               *
      *---------------------------------------------------------------*

       FD  ARQRSK01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQRSK01             PIC X(032).

      *---------------------------------------------------------------*
      *   INPUT:      LISTA DE CPFS BLOQUEADOS                        *
      *               ORG. SEQUENCIAL   -   LRECL = 051               *
      *---------------------------------------------------------------*

       FD  ARQBLQ01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQBLQ01             PIC X(051).

      *---------------------------------------------------------------*
      *   INPUT:      REVISOES CADASTRAIS (KYC) VENCIDAS (EXER0244)   *
      *               - OPCIONAL                                      *
      *               ORG. SEQUENCIAL   -   LRECL = 050               *
      *---------------------------------------------------------------*

       FD  ARQPKY01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPKY01             PIC X(050).

      *---------------------------------------------------------------*
      *   INPUT:      POSICOES DE SALDO POR CPF/CONTA/MOEDA           *
      *               ORG. SEQUENCIAL   -   LRECL = 045               *
      *---------------------------------------------------------------*

       FD  ARQSLD01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQSLD01             PIC X(045).

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
      *   OUTPUT:     EMPRESTIMOS APROVADOS (LAYOUT DO CADASTRO, PARA *
      *               CARGA NO KSDS) - ORG. SEQUENCIAL - LRECL = 233  *
      *---------------------------------------------------------------*

       FD  ARQSAI01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI01             PIC X(233).

      *---------------------------------------------------------------*
      *   OUTPUT:     INSTRUCOES DE DEBITO DOS EMPRESTIMOS APROVADOS  *
      *               ORG. SEQUENCIAL   -   LRECL = 028               *
      *---------------------------------------------------------------*

       FD  ARQSAI02
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI02             PIC X(028).

      *---------------------------------------------------------------*
      *   OUTPUT:     DECISOES DE CREDITO                             *
      *               ORG. SEQUENCIAL   -   LRECL = 120               *
      *---------------------------------------------------------------*

       FD  ARQSAI03
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI03             PIC X(120).

      *---------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DAS DECISOES DE CREDITO               *
      *               ORG. SEQUENCIAL   -   LRECL = 132               *
      *---------------------------------------------------------------*

       FD  ARQSAI04
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI04             PIC X(132).

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
             'EXER0314 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0314'.
       77 WRK-ERRO2000            PIC  X(008) VALUE 'ERRO2000'.
       77 WRK-MASK-QTDE           PIC  ZZZ.ZZ9.
       77 WRK-MASK-VALOR          PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01 WRK-PARM-REGISTRO.
          05 WRK-PARM-DAT-DECISAO PIC  9(008) VALUE ZEROS.
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-PARM-ANOMES      PIC  9(006) VALUE ZEROS.
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-PARM-VAL-LIMITE  PIC  9(013)V99 VALUE ZEROS.
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-PARM-NOTA-APROVACAO
                                  PIC  9(004) VALUE ZEROS.
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-PARM-NOTA-ANALISE
                                  PIC  9(004) VALUE ZEROS.
          05 FILLER               PIC  X(039) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    LIMITES DA DECISAO                                          *
      *----------------------------------------------------------------*
       77 WRK-VAL-LIMITE          PIC S9(013)V99 COMP-3
                                  VALUE +200000,00.
       77 WRK-NOTA-APROVACAO      PIC  9(004) VALUE 0700.
       77 WRK-NOTA-ANALISE        PIC  9(004) VALUE 0500.
      *
      *----------------------------------------------------------------*
      *    DATA DA DECISAO E MES DAS POSICOES DIARIAS                  *
      *----------------------------------------------------------------*
       01 WRK-DAT-DECISAO.
          05 WRK-DDC-ANO          PIC  9(004) VALUE ZEROS.
          05 WRK-DDC-MES          PIC  9(002) VALUE ZEROS.
          05 WRK-DDC-DIA          PIC  9(002) VALUE ZEROS.
       01 WRK-DAT-DECISAO-R       REDEFINES WRK-DAT-DECISAO
                                  PIC  9(008).
       77 WRK-DAT-DECISAO-EDIT    PIC  X(010) VALUE SPACES.
      *
       01 WRK-DAT-FIM.
          05 WRK-DFI-ANOMES.
             10 WRK-DFI-ANO       PIC  9(004) VALUE ZEROS.
             10 WRK-DFI-MES       PIC  9(002) VALUE ZEROS.
          05 WRK-DFI-DIA          PIC  9(002) VALUE ZEROS.
       77 WRK-DIAS-MES            PIC  9(002) VALUE ZEROS.
       77 WRK-RESTO               PIC  9(004) VALUE ZEROS.
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS-ARQSOL01     PIC 9(007) VALUE ZEROS.
           03 ACU-SOLICITACOES-EXCEDENTES
                                     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQEMP01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQLED01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQRSK01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQPSD01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQPKY01     PIC 9(007) VALUE ZEROS.
           03 ACU-APROVADAS          PIC 9(007) VALUE ZEROS.
           03 ACU-ENCAMINHADAS       PIC 9(007) VALUE ZEROS.
           03 ACU-RECUSADAS          PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI01     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI02     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI03     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI04     PIC 9(007) VALUE ZEROS.
      *
       01 WRK-TOTAIS.
           03 TOT-VAL-APROVADO       PIC S9(015)V99 COMP-3 VALUE +0.
           03 TOT-VAL-ENCAMINHADO    PIC S9(015)V99 COMP-3 VALUE +0.
           03 TOT-VAL-RECUSADO       PIC S9(015)V99 COMP-3 VALUE +0.
      *
      *----------------------------------------------------------------*
      *    TABELA DAS SOLICITACOES, COM OS DADOS APURADOS NAS LEITURAS *
      *    DO CADASTRO, RAZAO, RISCO, BLOQUEIOS E POSICOES             *
      *----------------------------------------------------------------*
       77 WRK-SOL-QTDE            PIC  9(004) VALUE ZEROS.
       77 WRK-SOL-IDX             PIC  9(004) VALUE ZEROS.
       77 WRK-SOL-IDX2            PIC  9(004) VALUE ZEROS.
      *
       01 WRK-SOL-TABELA.
          05 WRK-SOL-LINHA        OCCURS 500 TIMES.
             10 WRK-SOL-REGISTRO  PIC X(240).
             10 WRK-SOL-CPF       PIC 9(011).
             10 WRK-SOL-CHAVE-CONTA
                                  PIC 9(006).
             10 WRK-SOL-CPF-AVAL  PIC 9(011).
             10 WRK-SOL-ULT-EMP   PIC 9(003).
             10 WRK-SOL-QTD-ABERTOS
                                  PIC 9(003).
             10 WRK-SOL-SALDO-ABERTO
                                  PIC S9(015)V99 COMP-3.
             10 WRK-SOL-APROVADO-RODADA
                                  PIC S9(015)V99 COMP-3.
             10 WRK-SOL-GRAU-ORDEM
                                  PIC 9(001).
             10 WRK-SOL-SW-BLQ-CPF
                                  PIC X(001).
             10 WRK-SOL-SW-BLQ-AVAL
                                  PIC X(001).
             10 WRK-SOL-SW-KYC    PIC X(001).
             10 WRK-SOL-SW-SALDO  PIC X(001).
             10 WRK-SOL-SALDO-ATUAL
                                  PIC S9(015)V99 COMP-3.
             10 WRK-SOL-SW-HISTORICO
                                  PIC X(001).
             10 WRK-SOL-SOMA-PSD  PIC S9(017)V99 COMP-3.
             10 WRK-SOL-DIAS-DEVEDOR
                                  PIC 9(003).
      *
      *----------------------------------------------------------------*
      *    INSTRUCOES DE DEBITO DOS CPFS PROPONENTES (EMPRESTIMO X CPF)*
      *----------------------------------------------------------------*
       77 WRK-PRC-CPF             PIC 9(011) VALUE ZEROS.
       77 WRK-PRC-CHAVE           PIC 9(009) VALUE ZEROS.
       77 WRK-DEB-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-DEB-IDX             PIC 9(004) VALUE ZEROS.
       01 WRK-DEB-TABELA.
          05 WRK-DEB-LINHA        OCCURS 500 TIMES.
             10 WRK-DEB-CHAVE     PIC 9(009).
             10 WRK-DEB-CPF       PIC 9(011).
      *
      *----------------------------------------------------------------*
      *    GRAUS DE RISCO EM ORDEM CRESCENTE DE RISCO (AA = 1, H = 9)  *
      *----------------------------------------------------------------*
       77 WRK-GRA-IDX             PIC 9(002) VALUE ZEROS.
       01 WRK-GRAUS.
          05 FILLER               PIC X(018) VALUE
             'AAA B C D E F G H '.
       01 WRK-GRAUS-R             REDEFINES WRK-GRAUS.
          05 WRK-GRA-COD          OCCURS 9 TIMES
                                  PIC X(002).
      *
      *----------------------------------------------------------------*
      *    GRUPO DE POSICOES DIARIAS DO CPF/CONTA CORRENTE (SO BRL)    *
      *----------------------------------------------------------------*
       01 WRK-GRP-PSD-CHAVE.
          05 WRK-GPS-CPF          PIC  9(011) VALUE ZEROS.
          05 WRK-GPS-CONTA        PIC  9(004) VALUE ZEROS.
       77 WRK-GPS-QTDE-PASSOS     PIC  9(003) VALUE ZEROS.
       77 WRK-GPS-IDX             PIC  9(003) VALUE ZEROS.
       77 WRK-GPS-PROX-DIA        PIC  9(002) VALUE ZEROS.
       77 WRK-GPS-DIA-INI         PIC  9(002) VALUE ZEROS.
       77 WRK-GPS-DIA-FIM         PIC  9(002) VALUE ZEROS.
       77 WRK-GPS-QTDE-DIAS       PIC  9(002) VALUE ZEROS.
       77 WRK-GPS-DIAS-DEVEDOR    PIC  9(003) VALUE ZEROS.
       77 WRK-GPS-SOMA-DIARIA     PIC S9(017)V99 COMP-3 VALUE +0.
      *
       01 WRK-GPS-PASSOS.
          05 WRK-GPS-PASSO        OCCURS 32 TIMES.
             10 WRK-GPS-DIA       PIC 9(002).
             10 WRK-GPS-SALDO     PIC S9(015)V99 COMP-3.
       01 WRK-SW-GRUPO-PSD        PIC  X(001) VALUE 'N'.
          88 WRK-GRUPO-PSD-ABERTO             VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    ANALISE DA SOLICITACAO CORRENTE                             *
      *----------------------------------------------------------------*
       77 WRK-NUM-NOTA            PIC S9(005) VALUE ZEROS.
       77 WRK-VAL-EXPOSICAO       PIC S9(015)V99 COMP-3 VALUE +0.
       77 WRK-VAL-MEDIA           PIC S9(015)V99 COMP-3 VALUE +0.
       77 WRK-PCT-COBERTURA       PIC S9(015)V99 COMP-3 VALUE +0.
       77 WRK-NUM-EMP-NOVO        PIC  9(003) VALUE ZEROS.
       77 WRK-DES-PRINCIPAL       PIC  X(030) VALUE SPACES.
      *
       01 WRK-SW-RECUSA-DIRETA    PIC  X(001) VALUE 'N'.
          88 WRK-RECUSA-DIRETA                VALUE 'S'.
      *
       01 WRK-COD-DECISAO         PIC  X(001) VALUE SPACES.
          88 WRK-DECISAO-APROVADA             VALUE 'A'.
          88 WRK-DECISAO-ENCAMINHADA          VALUE 'E'.
          88 WRK-DECISAO-RECUSADA             VALUE 'R'.
      *
       77 WRK-MOT-QTDE            PIC  9(001) VALUE ZEROS.
       77 WRK-MOT-IDX             PIC  9(001) VALUE ZEROS.
       77 WRK-MOT-NOVO            PIC  X(030) VALUE SPACES.
       01 WRK-MOT-TABELA.
          05 WRK-MOT-DESCRICAO    OCCURS 8 TIMES
                                  PIC X(030).
      *
      *----------------------------------------------------------------*
      *    AREA DO RELATORIO DAS DECISOES                              *
      *----------------------------------------------------------------*
       01 WRK-CAB1-RELATORIO.
          05 FILLER               PIC X(050) VALUE
             'DECISAO DE CREDITO - SOLICITACOES DE EMPRESTIMO'.
          05 FILLER               PIC X(006) VALUE 'DATA: '.
          05 WRK-CAB1-DATA        PIC X(010).
          05 FILLER               PIC X(066) VALUE SPACES.

       01 WRK-CAB2-RELATORIO.
          05 FILLER               PIC X(016) VALUE
             'LIMITE POR CPF: '.
          05 WRK-CAB2-LIMITE      PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(004) VALUE SPACES.
          05 FILLER               PIC X(016) VALUE
             'NOTA APROVACAO: '.
          05 WRK-CAB2-NOTA-APROVACAO
                                  PIC ZZZ9.
          05 FILLER               PIC X(004) VALUE SPACES.
          05 FILLER               PIC X(014) VALUE
             'NOTA ANALISE: '.
          05 WRK-CAB2-NOTA-ANALISE
                                  PIC ZZZ9.
          05 FILLER               PIC X(050) VALUE SPACES.

       01 WRK-CAB3-RELATORIO.
          05 FILLER               PIC X(007) VALUE 'SOLIC.'.
          05 FILLER               PIC X(012) VALUE 'CPF'.
          05 FILLER               PIC X(021) VALUE
             '    VALOR SOLICITADO'.
          05 FILLER               PIC X(006) VALUE 'NOTA'.
          05 FILLER               PIC X(012) VALUE 'DECISAO'.
          05 FILLER               PIC X(022) VALUE
             '       EXPOSICAO CPF'.
          05 FILLER               PIC X(011) VALUE 'EMPRESTIMO'.
          05 FILLER               PIC X(041) VALUE SPACES.

       01 WRK-DET-DECISAO.
          05 WRK-DDS-SOLICITACAO  PIC 9(006).
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DDS-CPF          PIC 9(011).
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DDS-VALOR        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DDS-NOTA         PIC ZZZ9.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DDS-DECISAO      PIC X(011).
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DDS-EXPOSICAO    PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DDS-EMPRESTIMO.
             10 WRK-DDS-AGENCIA   PIC 9(003).
             10 FILLER            PIC X(001) VALUE '/'.
             10 WRK-DDS-CONTA     PIC 9(003).
             10 FILLER            PIC X(001) VALUE '/'.
             10 WRK-DDS-NUM-EMP   PIC 9(003).
          05 FILLER               PIC X(041) VALUE SPACES.

       01 WRK-DET-MOTIVO.
          05 FILLER               PIC X(019) VALUE SPACES.
          05 FILLER               PIC X(008) VALUE 'MOTIVO: '.
          05 WRK-DMO-DESCRICAO    PIC X(030).
          05 FILLER               PIC X(075) VALUE SPACES.

       01 WRK-TIT-SECAO           PIC X(132) VALUE SPACES.

       01 WRK-RES-LINHA.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-RES-DESCRICAO    PIC X(040).
          05 WRK-RES-QTDE         PIC ZZZ.ZZZ.ZZ9.
          05 FILLER               PIC X(079) VALUE SPACES.

       01 WRK-RSV-LINHA.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-RSV-DESCRICAO    PIC X(040).
          05 WRK-RSV-VALOR        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(070) VALUE SPACES.

       01 WRK-LINHA-IMPRESSAO     PIC X(132) VALUE SPACES.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA PARA TRATAMENTO DE FILE-STATUS'.
      *----------------------------------------------------------------*
      *
       01 WRK-AREA-FS.
          05 WRK-FS-ARQPARM       PIC  X(002) VALUE SPACES.
             88 WRK-FS-PARM-OK                VALUE '00'.
          05 WRK-FS-ARQSOL01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SOL01-OK               VALUE '00'.
             88 WRK-FS-SOL01-FIM              VALUE '10'.
          05 WRK-FS-ARQEMP01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-EMP01-OK               VALUE '00'.
             88 WRK-FS-EMP01-FIM              VALUE '10'.
          05 WRK-FS-ARQAGE01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AGE01-OK               VALUE '00'.
             88 WRK-FS-AGE01-NAO-ENCONTRADO   VALUE '23'.
          05 WRK-FS-ARQDEB01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-DEB01-OK               VALUE '00'.
             88 WRK-FS-DEB01-FIM              VALUE '10'.
             88 WRK-FS-DEB01-INEXISTENTE      VALUE '05' '35'.
          05 WRK-FS-ARQLED01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-LED01-OK               VALUE '00'.
             88 WRK-FS-LED01-FIM              VALUE '10'.
          05 WRK-FS-ARQRSK01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-RSK01-OK               VALUE '00'.
             88 WRK-FS-RSK01-FIM              VALUE '10'.
          05 WRK-FS-ARQBLQ01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-BLQ01-OK               VALUE '00'.
             88 WRK-FS-BLQ01-FIM              VALUE '10'.
          05 WRK-FS-ARQPKY01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-PKY01-OK               VALUE '00'.
             88 WRK-FS-PKY01-FIM              VALUE '10'.
          05 WRK-FS-ARQSLD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SLD01-OK               VALUE '00'.
             88 WRK-FS-SLD01-FIM              VALUE '10'.
          05 WRK-FS-ARQPSD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-PSD01-OK               VALUE '00'.
             88 WRK-FS-PSD01-FIM              VALUE '10'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK               VALUE '00'.
          05 WRK-FS-ARQSAI02      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI02-OK               VALUE '00'.
          05 WRK-FS-ARQSAI03      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI03-OK               VALUE '00'.
          05 WRK-FS-ARQSAI04      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI04-OK               VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
          88 WRK-CN-ARQSOL01      VALUE 'ARQSOL01'.
          88 WRK-CN-ARQEMP01      VALUE 'ARQEMP01'.
          88 WRK-CN-ARQAGE01      VALUE 'ARQAGE01'.
          88 WRK-CN-ARQDEB01      VALUE 'ARQDEB01'.
          88 WRK-CN-ARQLED01      VALUE 'ARQLED01'.
          88 WRK-CN-ARQRSK01      VALUE 'ARQRSK01'.
          88 WRK-CN-ARQBLQ01      VALUE 'ARQBLQ01'.
          88 WRK-CN-ARQPKY01      VALUE 'ARQPKY01'.
          88 WRK-CN-ARQSLD01      VALUE 'ARQSLD01'.
          88 WRK-CN-ARQPSD01      VALUE 'ARQPSD01'.
          88 WRK-CN-ARQSAI01      VALUE 'ARQSAI01'.
          88 WRK-CN-ARQSAI02      VALUE 'ARQSAI02'.
          88 WRK-CN-ARQSAI03      VALUE 'ARQSAI03'.
          88 WRK-CN-ARQSAI04      VALUE 'ARQSAI04'.
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
           COPY SOL03314.
           COPY ENT03105.
           COPY AGE02241.
           COPY DEB03105.
           COPY LED03105.
           COPY RSK03105.
           COPY BLQ02105.
           COPY PKY02244.
           COPY SLD02105.
           COPY PSD02105.
           COPY DCS03314.
           COPY AUD00105.
           COPY 'I#ERRO01'.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0314 - FIM DA AREA DE WORKING'.
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

           PERFORM 2000-CARREGAR-SOLICITACOES

           PERFORM 2100-LER-CADASTRO-EMP

           PERFORM 2200-CARREGAR-INSTRUCOES

           PERFORM 2300-LER-RAZAO

           PERFORM 2400-LER-RISCO

           PERFORM 2500-LER-BLOQUEIOS

           PERFORM 2580-LER-PENDENCIAS-KYC

           PERFORM 2600-LER-SALDOS

           PERFORM 2700-LER-POSICOES

           PERFORM 3000-DECIDIR-SOLICITACAO
              VARYING WRK-SOL-IDX FROM 1 BY 1
              UNTIL WRK-SOL-IDX GREATER WRK-SOL-QTDE

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
              OR WRK-PARM-DAT-DECISAO NOT NUMERIC
              OR WRK-PARM-DAT-DECISAO EQUAL ZEROS
              OR WRK-PARM-ANOMES NOT NUMERIC
              DISPLAY '************************************************'
              DISPLAY '* DATA DA DECISAO (COLS 1-8) OU MES DAS        *'
              DISPLAY '* POSICOES (COLS 10-15) INVALIDO NO CARTAO     *'
              DISPLAY '* PROGRAMA ' WRK-PROGRAMA
                                          ' CANCELADO                *'
              DISPLAY '************************************************'
              MOVE 08 TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           CLOSE ARQPARM

           MOVE WRK-PARM-DAT-DECISAO   TO WRK-DAT-DECISAO-R
           MOVE WRK-PARM-ANOMES        TO WRK-DFI-ANOMES

           PERFORM 1100-CALCULAR-DIAS-MES

           IF WRK-DIAS-MES EQUAL ZEROS
              DISPLAY '* MES DAS POSICOES INVALIDO NO CARTAO: '
                      WRK-PARM-ANOMES
              MOVE 08 TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           MOVE WRK-DIAS-MES           TO WRK-DFI-DIA

           IF WRK-PARM-VAL-LIMITE NUMERIC
              AND WRK-PARM-VAL-LIMITE NOT EQUAL ZEROS
              MOVE WRK-PARM-VAL-LIMITE TO WRK-VAL-LIMITE
           END-IF

           IF WRK-PARM-NOTA-APROVACAO NUMERIC
              AND WRK-PARM-NOTA-APROVACAO NOT EQUAL ZEROS
              MOVE WRK-PARM-NOTA-APROVACAO
                                       TO WRK-NOTA-APROVACAO
           END-IF

           IF WRK-PARM-NOTA-ANALISE NUMERIC
              AND WRK-PARM-NOTA-ANALISE NOT EQUAL ZEROS
              MOVE WRK-PARM-NOTA-ANALISE
                                       TO WRK-NOTA-ANALISE
           END-IF

           IF WRK-NOTA-ANALISE GREATER WRK-NOTA-APROVACAO
              OR WRK-NOTA-APROVACAO GREATER 1000
              DISPLAY '************************************************'
              DISPLAY '* NOTA DE ENCAMINHAMENTO MAIOR QUE A NOTA DE   *'
              DISPLAY '* APROVACAO (OU APROVACAO ACIMA DE 1000)       *'
              DISPLAY '* PROGRAMA ' WRK-PROGRAMA
                                          ' CANCELADO                *'
              DISPLAY '************************************************'
              MOVE 08 TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           MOVE WRK-DDC-DIA            TO WRK-DAT-DECISAO-EDIT (1:2)
           MOVE '/'                    TO WRK-DAT-DECISAO-EDIT (3:1)
           MOVE WRK-DDC-MES            TO WRK-DAT-DECISAO-EDIT (4:2)
           MOVE '/'                    TO WRK-DAT-DECISAO-EDIT (6:1)
           MOVE WRK-DDC-ANO            TO WRK-DAT-DECISAO-EDIT (7:4)

           DISPLAY '* DATA DA DECISAO: ' WRK-DAT-DECISAO-EDIT
                   ' - POSICOES DE ' WRK-DFI-ANOMES
           MOVE WRK-VAL-LIMITE         TO WRK-MASK-VALOR
           DISPLAY '* LIMITE DE EXPOSICAO POR CPF: ' WRK-MASK-VALOR
           DISPLAY '* NOTA DE APROVACAO: ' WRK-NOTA-APROVACAO
                   ' - DE ENCAMINHAMENTO: ' WRK-NOTA-ANALISE

           SET  WRK-CN-ARQAGE01        TO TRUE
           OPEN INPUT ARQAGE01

           IF NOT WRK-FS-AGE01-OK
              MOVE WRK-FS-ARQAGE01     TO WRK-FS-DISPLAY
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

           SET  WRK-CN-ARQSAI03        TO TRUE
           OPEN OUTPUT ARQSAI03

           IF NOT WRK-FS-SAI03-OK
              MOVE WRK-FS-ARQSAI03     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQSAI04        TO TRUE
           OPEN OUTPUT ARQSAI04

           IF NOT WRK-FS-SAI04-OK
              MOVE WRK-FS-ARQSAI04     TO WRK-FS-DISPLAY
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
      *    CALCULA A QTDE DE DIAS DO MES DAS POSICOES (COM BISSEXTO)   *
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
      *    CARREGA AS SOLICITACOES EM MEMORIA (AS EXCEDENTES FICAM     *
      *    PARA A PROXIMA RODADA, COM RETURN-CODE 04)                  *
      *----------------------------------------------------------------*
       2000-CARREGAR-SOLICITACOES SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQSOL01        TO TRUE
           OPEN INPUT ARQSOL01

           IF NOT WRK-FS-SOL01-OK
              MOVE WRK-FS-ARQSOL01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 2050-LER-SOLICITACAO

           PERFORM 2060-TABELAR-SOLICITACAO
              UNTIL WRK-FS-SOL01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQSOL01

           DISPLAY '* SOLICITACOES CARREGADAS: ' WRK-SOL-QTDE
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2050-LER-SOLICITACAO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQSOL01        TO TRUE

           READ ARQSOL01 INTO ARQSOL01-REGISTRO

           IF WRK-FS-SOL01-OK OR WRK-FS-SOL01-FIM
              IF WRK-FS-SOL01-OK
                 ADD 1 TO ACU-LIDOS-ARQSOL01
              END-IF
           ELSE
              MOVE WRK-FS-ARQSOL01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       2050-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2060-TABELAR-SOLICITACAO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-SOL-QTDE LESS 500
              ADD 1 TO WRK-SOL-QTDE
              MOVE WRK-SOL-QTDE        TO WRK-SOL-IDX
              INITIALIZE WRK-SOL-LINHA (WRK-SOL-IDX)
              MOVE ARQSOL01-REGISTRO   TO WRK-SOL-REGISTRO (WRK-SOL-IDX)
              MOVE ARQSOL01-CPF        TO WRK-SOL-CPF (WRK-SOL-IDX)
              MOVE ARQSOL01-CHAVE-CONTA
                                  TO WRK-SOL-CHAVE-CONTA (WRK-SOL-IDX)
              MOVE ARQSOL01-CPF-AVALISTA
                                  TO WRK-SOL-CPF-AVAL (WRK-SOL-IDX)
              MOVE 'N'            TO WRK-SOL-SW-BLQ-CPF (WRK-SOL-IDX)
                                     WRK-SOL-SW-BLQ-AVAL (WRK-SOL-IDX)
                                     WRK-SOL-SW-KYC (WRK-SOL-IDX)
                                     WRK-SOL-SW-SALDO (WRK-SOL-IDX)
                                     WRK-SOL-SW-HISTORICO (WRK-SOL-IDX)
           ELSE
              ADD 1 TO ACU-SOLICITACOES-EXCEDENTES
              DISPLAY '* ATENCAO: TABELA DE SOLICITACOES CHEIA (500) - '
                      'SOLICITACAO ' ARQSOL01-NUM-SOLICITACAO
                      ' NAO DECIDIDA'
           END-IF

           PERFORM 2050-LER-SOLICITACAO
           .
      *----------------------------------------------------------------*
       2060-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LE O CADASTRO DE EMPRESTIMOS (ORDEM DE CHAVE) E GUARDA O    *
      *    MAIOR NUMERO DE EMPRESTIMO DA AGENCIA/CONTA DE CADA         *
      *    SOLICITACAO                                                 *
      *----------------------------------------------------------------*
       2100-LER-CADASTRO-EMP SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQEMP01        TO TRUE
           OPEN INPUT ARQEMP01

           IF NOT WRK-FS-EMP01-OK
              MOVE WRK-FS-ARQEMP01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 2150-LER-EMPRESTIMO-CAD

           PERFORM 2160-TRATAR-EMPRESTIMO-CAD
              UNTIL WRK-FS-EMP01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQEMP01
           IF NOT WRK-FS-EMP01-OK
              MOVE WRK-FS-ARQEMP01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2150-LER-EMPRESTIMO-CAD SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQEMP01        TO TRUE

           READ ARQEMP01 INTO ARQENT01-REGISTRO

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
       2150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2160-TRATAR-EMPRESTIMO-CAD SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2170-ATUALIZAR-NUMERO
              VARYING WRK-SOL-IDX FROM 1 BY 1
              UNTIL WRK-SOL-IDX GREATER WRK-SOL-QTDE

           PERFORM 2150-LER-EMPRESTIMO-CAD
           .
      *----------------------------------------------------------------*
       2160-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2170-ATUALIZAR-NUMERO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-SOL-CHAVE-CONTA (WRK-SOL-IDX) EQUAL
              FD-ARQEMP01-CHAVE (1:6)
              AND ARQENT01-NUM-EMPRESTIMO GREATER
                  WRK-SOL-ULT-EMP (WRK-SOL-IDX)
              MOVE ARQENT01-NUM-EMPRESTIMO
                                  TO WRK-SOL-ULT-EMP (WRK-SOL-IDX)
           END-IF
           .
      *----------------------------------------------------------------*
       2170-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARREGA AS INSTRUCOES DE DEBITO DOS CPFS PROPONENTES, QUE   *
      *    LIGAM OS EMPRESTIMOS DO RAZAO E DO RISCO AO CPF             *
      *----------------------------------------------------------------*
       2200-CARREGAR-INSTRUCOES SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQDEB01        TO TRUE
           OPEN INPUT ARQDEB01

           IF WRK-FS-DEB01-INEXISTENTE
              DISPLAY '* SEM INSTRUCOES DE DEBITO: EXPOSICAO E RISCO '
                      'ATUAIS NAO APURADOS'
              GO TO 2200-99-FIM
           END-IF

           IF NOT WRK-FS-DEB01-OK
              MOVE WRK-FS-ARQDEB01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 2250-LER-INSTRUCAO

           PERFORM 2260-TABELAR-INSTRUCAO
              UNTIL WRK-FS-DEB01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQDEB01
           .
      *----------------------------------------------------------------*
       2200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2250-LER-INSTRUCAO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQDEB01        TO TRUE

           READ ARQDEB01 INTO ARQDEB01-REGISTRO

           IF NOT WRK-FS-DEB01-OK AND NOT WRK-FS-DEB01-FIM
              MOVE WRK-FS-ARQDEB01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       2250-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2260-TABELAR-INSTRUCAO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-SOL-IDX

           PERFORM 2270-PROXIMA-SOLICITACAO
              UNTIL WRK-SOL-IDX GREATER WRK-SOL-QTDE
                 OR WRK-SOL-CPF (WRK-SOL-IDX) EQUAL
                    ARQDEB01-CPF-DEVEDOR

           IF WRK-SOL-IDX NOT GREATER WRK-SOL-QTDE
              IF WRK-DEB-QTDE LESS 500
                 ADD 1 TO WRK-DEB-QTDE
                 MOVE ARQDEB01-CHAVE   TO WRK-DEB-CHAVE (WRK-DEB-QTDE)
                 MOVE ARQDEB01-CPF-DEVEDOR
                                       TO WRK-DEB-CPF (WRK-DEB-QTDE)
              ELSE
                 DISPLAY '* ATENCAO: TABELA DE INSTRUCOES CHEIA (500) '
                         '- CPF ' ARQDEB01-CPF-DEVEDOR
              END-IF
           END-IF

           PERFORM 2250-LER-INSTRUCAO
           .
      *----------------------------------------------------------------*
       2260-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2270-PROXIMA-SOLICITACAO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-SOL-IDX
           .
      *----------------------------------------------------------------*
       2270-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    EXPOSICAO ATUAL: EMPRESTIMOS EM ABERTO DO RAZAO LIGADOS AO  *
      *    CPF DO PROPONENTE                                           *
      *----------------------------------------------------------------*
       2300-LER-RAZAO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQLED01        TO TRUE
           OPEN INPUT ARQLED01

           IF NOT WRK-FS-LED01-OK
              MOVE WRK-FS-ARQLED01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 2350-LER-EMPRESTIMO

           PERFORM 2360-TRATAR-EMPRESTIMO
              UNTIL WRK-FS-LED01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQLED01
           IF NOT WRK-FS-LED01-OK
              MOVE WRK-FS-ARQLED01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       2300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2350-LER-EMPRESTIMO SECTION.
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
       2350-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2360-TRATAR-EMPRESTIMO SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQLED01-VAL-SALDO GREATER ZEROS
              AND ARQLED01-SIT-EMPRESTIMO NOT EQUAL 'QUITADO'
              MOVE ARQLED01-REGISTRO (1:9)
                                       TO WRK-PRC-CHAVE
              PERFORM 5100-PROCURAR-INSTRUCAO
              IF WRK-DEB-IDX NOT GREATER WRK-DEB-QTDE
                 MOVE WRK-DEB-CPF (WRK-DEB-IDX)
                                       TO WRK-PRC-CPF
                 PERFORM 2370-SOMAR-EMPRESTIMO
                    VARYING WRK-SOL-IDX FROM 1 BY 1
                    UNTIL WRK-SOL-IDX GREATER WRK-SOL-QTDE
              END-IF
           END-IF

           PERFORM 2350-LER-EMPRESTIMO
           .
      *----------------------------------------------------------------*
       2360-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2370-SOMAR-EMPRESTIMO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-SOL-CPF (WRK-SOL-IDX) EQUAL WRK-PRC-CPF
              ADD 1 TO WRK-SOL-QTD-ABERTOS (WRK-SOL-IDX)
              ADD ARQLED01-VAL-SALDO
                 TO WRK-SOL-SALDO-ABERTO (WRK-SOL-IDX)
           END-IF
           .
      *----------------------------------------------------------------*
       2370-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PIOR GRAU DE RISCO ENTRE OS CONTRATOS DO CPF (OPCIONAL)     *
      *----------------------------------------------------------------*
       2400-LER-RISCO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQRSK01        TO TRUE
           OPEN INPUT ARQRSK01

           IF NOT WRK-FS-RSK01-OK
              DISPLAY '* CLASSIFICACAO DE RISCO AUSENTE - GRAU NAO '
                      'PONTUADO'
              GO TO 2400-99-FIM
           END-IF

           PERFORM 2450-LER-GRAU

           PERFORM 2460-TRATAR-GRAU
              UNTIL WRK-FS-RSK01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQRSK01
           .
      *----------------------------------------------------------------*
       2400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2450-LER-GRAU SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQRSK01        TO TRUE

           READ ARQRSK01 INTO ARQRSK01-REGISTRO

           IF WRK-FS-RSK01-OK OR WRK-FS-RSK01-FIM
              IF WRK-FS-RSK01-OK
                 ADD 1 TO ACU-LIDOS-ARQRSK01
              END-IF
           ELSE
              MOVE WRK-FS-ARQRSK01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       2450-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2460-TRATAR-GRAU SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQRSK01-CHAVE         TO WRK-PRC-CHAVE
           PERFORM 5100-PROCURAR-INSTRUCAO

           IF WRK-DEB-IDX NOT GREATER WRK-DEB-QTDE
              PERFORM 5300-PROCURAR-GRAU
              IF WRK-GRA-IDX NOT GREATER 9
                 MOVE WRK-DEB-CPF (WRK-DEB-IDX)
                                       TO WRK-PRC-CPF
                 PERFORM 2470-MARCAR-GRAU
                    VARYING WRK-SOL-IDX FROM 1 BY 1
                    UNTIL WRK-SOL-IDX GREATER WRK-SOL-QTDE
              END-IF
           END-IF

           PERFORM 2450-LER-GRAU
           .
      *----------------------------------------------------------------*
       2460-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2470-MARCAR-GRAU SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-SOL-CPF (WRK-SOL-IDX) EQUAL WRK-PRC-CPF
              AND WRK-GRA-IDX GREATER WRK-SOL-GRAU-ORDEM (WRK-SOL-IDX)
              MOVE WRK-GRA-IDX    TO WRK-SOL-GRAU-ORDEM (WRK-SOL-IDX)
           END-IF
           .
      *----------------------------------------------------------------*
       2470-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LISTA DE BLOQUEIO: MARCA PROPONENTE E AVALISTA BLOQUEADOS   *
      *----------------------------------------------------------------*
       2500-LER-BLOQUEIOS SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQBLQ01        TO TRUE
           OPEN INPUT ARQBLQ01

           IF NOT WRK-FS-BLQ01-OK
              MOVE WRK-FS-ARQBLQ01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 2550-LER-BLOQUEIO

           PERFORM 2560-TRATAR-BLOQUEIO
              UNTIL WRK-FS-BLQ01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQBLQ01
           .
      *----------------------------------------------------------------*
       2500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2550-LER-BLOQUEIO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQBLQ01        TO TRUE

           READ ARQBLQ01 INTO ARQBLQ01-REGISTRO

           IF NOT WRK-FS-BLQ01-OK AND NOT WRK-FS-BLQ01-FIM
              MOVE WRK-FS-ARQBLQ01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       2550-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2560-TRATAR-BLOQUEIO SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2570-MARCAR-BLOQUEIO
              VARYING WRK-SOL-IDX FROM 1 BY 1
              UNTIL WRK-SOL-IDX GREATER WRK-SOL-QTDE

           PERFORM 2550-LER-BLOQUEIO
           .
      *----------------------------------------------------------------*
       2560-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2570-MARCAR-BLOQUEIO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-SOL-CPF (WRK-SOL-IDX) EQUAL ARQBLQ01-CPF
              MOVE 'S'            TO WRK-SOL-SW-BLQ-CPF (WRK-SOL-IDX)
           END-IF

           IF WRK-SOL-CPF-AVAL (WRK-SOL-IDX) EQUAL ARQBLQ01-CPF
              AND ARQBLQ01-CPF NOT EQUAL ZEROS
              MOVE 'S'            TO WRK-SOL-SW-BLQ-AVAL (WRK-SOL-IDX)
           END-IF
           .
      *----------------------------------------------------------------*
       2570-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    REVISOES CADASTRAIS (KYC) VENCIDAS: MARCA O PROPONENTE COM  *
      *    CREDITO RESTRITO (OPCIONAL)                                 *
      *----------------------------------------------------------------*
       2580-LER-PENDENCIAS-KYC SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQPKY01        TO TRUE
           OPEN INPUT ARQPKY01

           IF NOT WRK-FS-PKY01-OK
              DISPLAY '* REVISOES CADASTRAIS VENCIDAS AUSENTES - KYC '
                      'NAO VERIFICADO'
              GO TO 2580-99-FIM
           END-IF

           PERFORM 2585-LER-PENDENCIA-KYC

           PERFORM 2590-TRATAR-PENDENCIA-KYC
              UNTIL WRK-FS-PKY01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQPKY01
           .
      *----------------------------------------------------------------*
       2580-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2585-LER-PENDENCIA-KYC SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQPKY01        TO TRUE

           READ ARQPKY01 INTO ARQPKY01-REGISTRO

           IF WRK-FS-PKY01-OK OR WRK-FS-PKY01-FIM
              IF WRK-FS-PKY01-OK
                 ADD 1 TO ACU-LIDOS-ARQPKY01
              END-IF
           ELSE
              MOVE WRK-FS-ARQPKY01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       2585-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2590-TRATAR-PENDENCIA-KYC SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQPKY01-CPF-RESTRITO
              AND ARQPKY01-CPF NOT EQUAL ZEROS
              PERFORM 2595-MARCAR-KYC
                 VARYING WRK-SOL-IDX FROM 1 BY 1
                 UNTIL WRK-SOL-IDX GREATER WRK-SOL-QTDE
           END-IF

           PERFORM 2585-LER-PENDENCIA-KYC
           .
      *----------------------------------------------------------------*
       2590-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2595-MARCAR-KYC SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-SOL-CPF (WRK-SOL-IDX) EQUAL ARQPKY01-CPF
              MOVE 'S'            TO WRK-SOL-SW-KYC (WRK-SOL-IDX)
           END-IF
           .
      *----------------------------------------------------------------*
       2595-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    SALDO ATUAL EM BRL DO CPF NAS POSICOES DE SALDO             *
      *----------------------------------------------------------------*
       2600-LER-SALDOS SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQSLD01        TO TRUE
           OPEN INPUT ARQSLD01

           IF NOT WRK-FS-SLD01-OK
              MOVE WRK-FS-ARQSLD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 2650-LER-SALDO

           PERFORM 2660-TRATAR-SALDO
              UNTIL WRK-FS-SLD01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQSLD01
           .
      *----------------------------------------------------------------*
       2600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2650-LER-SALDO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQSLD01        TO TRUE

           READ ARQSLD01 INTO ARQSLD01-REGISTRO

           IF NOT WRK-FS-SLD01-OK AND NOT WRK-FS-SLD01-FIM
              MOVE WRK-FS-ARQSLD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       2650-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2660-TRATAR-SALDO SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQSLD01-COD-MOEDA EQUAL 'BRL'
              PERFORM 2670-SOMAR-SALDO
                 VARYING WRK-SOL-IDX FROM 1 BY 1
                 UNTIL WRK-SOL-IDX GREATER WRK-SOL-QTDE
           END-IF

           PERFORM 2650-LER-SALDO
           .
      *----------------------------------------------------------------*
       2660-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2670-SOMAR-SALDO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-SOL-CPF (WRK-SOL-IDX) EQUAL ARQSLD01-CPF
              MOVE 'S'            TO WRK-SOL-SW-SALDO (WRK-SOL-IDX)
              ADD ARQSLD01-VAL-FECHAMENTO
                                  TO WRK-SOL-SALDO-ATUAL (WRK-SOL-IDX)
           END-IF
           .
      *----------------------------------------------------------------*
       2670-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    HISTORICO DE DEPOSITOS: SOMA DIARIA DO SALDO CREDOR EM BRL  *
      *    NO MES E DIAS DEVEDORES, POR CPF/CONTA (NO MOLDE DO         *
      *    EXER0240)                                                   *
      *----------------------------------------------------------------*
       2700-LER-POSICOES SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQPSD01        TO TRUE
           OPEN INPUT ARQPSD01

           IF NOT WRK-FS-PSD01-OK
              MOVE WRK-FS-ARQPSD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 2750-LER-POSICAO

           PERFORM 2760-TRATAR-POSICAO
              UNTIL WRK-FS-PSD01-FIM

           IF WRK-GRUPO-PSD-ABERTO
              PERFORM 2770-FECHAR-GRUPO
           END-IF

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQPSD01
           .
      *----------------------------------------------------------------*
       2700-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2750-LER-POSICAO SECTION.
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
       2750-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2760-TRATAR-POSICAO SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQPSD01-DAT-POSICAO (1:6) NOT EQUAL WRK-DFI-ANOMES
              OR ARQPSD01-COD-MOEDA NOT EQUAL 'BRL'
              PERFORM 2750-LER-POSICAO
              GO TO 2760-99-FIM
           END-IF

           IF WRK-GRUPO-PSD-ABERTO
              AND (ARQPSD01-CPF NOT EQUAL WRK-GPS-CPF
                OR ARQPSD01-NUM-CONTA NOT EQUAL WRK-GPS-CONTA)
              PERFORM 2770-FECHAR-GRUPO
           END-IF

           IF NOT WRK-GRUPO-PSD-ABERTO
              SET WRK-GRUPO-PSD-ABERTO TO TRUE
              MOVE ARQPSD01-CPF        TO WRK-GPS-CPF
              MOVE ARQPSD01-NUM-CONTA  TO WRK-GPS-CONTA
              MOVE ZEROS               TO WRK-GPS-QTDE-PASSOS
           END-IF

           IF WRK-GPS-QTDE-PASSOS LESS 32
              ADD 1 TO WRK-GPS-QTDE-PASSOS
              MOVE ARQPSD01-DAT-POSICAO (7:2)
                 TO WRK-GPS-DIA (WRK-GPS-QTDE-PASSOS)
              MOVE ARQPSD01-VAL-SALDO-DIA
                 TO WRK-GPS-SALDO (WRK-GPS-QTDE-PASSOS)
           END-IF

           PERFORM 2750-LER-POSICAO
           .
      *----------------------------------------------------------------*
       2760-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2770-FECHAR-GRUPO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-SW-GRUPO-PSD
           MOVE ZEROS                  TO WRK-GPS-SOMA-DIARIA
                                          WRK-GPS-DIAS-DEVEDOR

           PERFORM 2780-APURAR-PASSO
              VARYING WRK-GPS-IDX FROM 1 BY 1
              UNTIL WRK-GPS-IDX GREATER WRK-GPS-QTDE-PASSOS

           MOVE WRK-GPS-CPF            TO WRK-PRC-CPF

           PERFORM 2790-SOMAR-HISTORICO
              VARYING WRK-SOL-IDX FROM 1 BY 1
              UNTIL WRK-SOL-IDX GREATER WRK-SOL-QTDE
           .
      *----------------------------------------------------------------*
       2770-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    UM PASSO DE SALDO VALE DO SEU DIA ATE O DIA ANTERIOR AO     *
      *    PROXIMO PASSO (O DIA 00 E A ABERTURA E VALE A PARTIR DO DIA *
      *    01); SALDO DEVEDOR CONTA DIAS DEVEDORES E NAO ENTRA NA SOMA *
      *----------------------------------------------------------------*
       2780-APURAR-PASSO SECTION.
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
              GO TO 2780-99-FIM
           END-IF

           COMPUTE WRK-GPS-QTDE-DIAS =
                   WRK-GPS-DIA-FIM - WRK-GPS-DIA-INI + 1

           IF WRK-GPS-SALDO (WRK-GPS-IDX) LESS ZEROS
              ADD WRK-GPS-QTDE-DIAS    TO WRK-GPS-DIAS-DEVEDOR
           ELSE
              COMPUTE WRK-GPS-SOMA-DIARIA = WRK-GPS-SOMA-DIARIA +
                      WRK-GPS-SALDO (WRK-GPS-IDX) * WRK-GPS-QTDE-DIAS
           END-IF
           .
      *----------------------------------------------------------------*
       2780-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2790-SOMAR-HISTORICO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-SOL-CPF (WRK-SOL-IDX) EQUAL WRK-PRC-CPF
              MOVE 'S'          TO WRK-SOL-SW-HISTORICO (WRK-SOL-IDX)
              ADD WRK-GPS-SOMA-DIARIA
                                TO WRK-SOL-SOMA-PSD (WRK-SOL-IDX)
              ADD WRK-GPS-DIAS-DEVEDOR
                                TO WRK-SOL-DIAS-DEVEDOR (WRK-SOL-IDX)
           END-IF
           .
      *----------------------------------------------------------------*
       2790-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    DECIDE A SOLICITACAO CORRENTE: VALIDACAO, NOTA, DECISAO E   *
      *    GRAVACAO DO EMPRESTIMO, DA DECISAO E DO RELATORIO           *
      *----------------------------------------------------------------*
       3000-DECIDIR-SOLICITACAO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-SOL-REGISTRO (WRK-SOL-IDX)
                                       TO ARQSOL01-REGISTRO

           MOVE 500                    TO WRK-NUM-NOTA
           MOVE ZEROS                  TO WRK-MOT-QTDE
                                          WRK-NUM-EMP-NOVO
                                          WRK-VAL-EXPOSICAO
           MOVE SPACES                 TO WRK-MOT-TABELA
                                          WRK-DES-PRINCIPAL
           MOVE 'N'                    TO WRK-SW-RECUSA-DIRETA

           PERFORM 3100-VALIDAR-SOLICITACAO

           IF NOT WRK-RECUSA-DIRETA
              PERFORM 3200-PONTUAR-SOLICITACAO
           END-IF

           EVALUATE TRUE
              WHEN WRK-RECUSA-DIRETA
                 SET WRK-DECISAO-RECUSADA TO TRUE
                 MOVE WRK-MOT-DESCRICAO (1)
                                       TO WRK-DES-PRINCIPAL
              WHEN WRK-NUM-NOTA NOT LESS WRK-NOTA-APROVACAO
                 SET WRK-DECISAO-APROVADA TO TRUE
              WHEN WRK-NUM-NOTA NOT LESS WRK-NOTA-ANALISE
                 SET WRK-DECISAO-ENCAMINHADA TO TRUE
                 MOVE 'NOTA NA FAIXA DE ANALISE'
                                       TO WRK-DES-PRINCIPAL
              WHEN OTHER
                 SET WRK-DECISAO-RECUSADA TO TRUE
                 MOVE 'NOTA ABAIXO DO MINIMO'
                                       TO WRK-DES-PRINCIPAL
           END-EVALUATE

           IF WRK-DECISAO-APROVADA
              PERFORM 3300-APROVAR-SOLICITACAO
           END-IF

           EVALUATE TRUE
              WHEN WRK-DECISAO-APROVADA
                 ADD 1 TO ACU-APROVADAS
                 ADD ARQSOL01-VAL-SOLICITADO TO TOT-VAL-APROVADO
              WHEN WRK-DECISAO-ENCAMINHADA
                 ADD 1 TO ACU-ENCAMINHADAS
                 ADD ARQSOL01-VAL-SOLICITADO TO TOT-VAL-ENCAMINHADO
              WHEN OTHER
                 ADD 1 TO ACU-RECUSADAS
                 ADD ARQSOL01-VAL-SOLICITADO TO TOT-VAL-RECUSADO
           END-EVALUATE

           PERFORM 3700-GRAVAR-DECISAO

           PERFORM 3750-IMPRIMIR-DECISAO
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    DADOS OBRIGATORIOS E PLANO VALIDO PARA O EXER0307           *
      *----------------------------------------------------------------*
       3100-VALIDAR-SOLICITACAO SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQSOL01-CPF NOT NUMERIC
              OR ARQSOL01-CPF EQUAL ZEROS
              OR ARQSOL01-CHAVE-CONTA NOT NUMERIC
              OR ARQSOL01-COD-AGENCIA EQUAL ZEROS
              OR ARQSOL01-VAL-SOLICITADO NOT NUMERIC
              OR ARQSOL01-VAL-SOLICITADO EQUAL ZEROS
              OR ARQSOL01-QTD-PARCELAS NOT NUMERIC
              OR ARQSOL01-QTD-PARCELAS EQUAL ZEROS
              OR ARQSOL01-PCT-TAXA-MENSAL NOT NUMERIC
              OR (NOT ARQSOL01-TABELA-PRICE
                  AND NOT ARQSOL01-TABELA-SAC)
              MOVE 'S'                 TO WRK-SW-RECUSA-DIRETA
              MOVE 'DADOS DA SOLICITACAO INVALIDOS'
                                       TO WRK-MOT-NOVO
              PERFORM 3400-INCLUIR-MOTIVO
           END-IF

           IF NOT WRK-RECUSA-DIRETA
              PERFORM 3150-VALIDAR-AGENCIA
           END-IF
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    AGENCIA DA SOLICITACAO NO CADASTRO DE AGENCIAS: DEVE EXISTIR*
      *    E ESTAR ATIVA (O CODIGO 9(03) DO EMPRESTIMO E COMPARADO COM *
      *    A CHAVE 9(04) DO CADASTRO)                                  *
      *----------------------------------------------------------------*
       3150-VALIDAR-AGENCIA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQSOL01-COD-AGENCIA   TO FD-ARQAGE01-CHAVE

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQAGE01        TO TRUE

           READ ARQAGE01 INTO ARQAGE01-REGISTRO

           IF WRK-FS-AGE01-OK
              IF ARQAGE01-AGENCIA-ENCERRADA
                 MOVE 'S'              TO WRK-SW-RECUSA-DIRETA
                 MOVE 'AGENCIA ENCERRADA'
                                       TO WRK-MOT-NOVO
                 PERFORM 3400-INCLUIR-MOTIVO
              END-IF
           ELSE
              IF WRK-FS-AGE01-NAO-ENCONTRADO
                 MOVE 'S'              TO WRK-SW-RECUSA-DIRETA
                 MOVE 'AGENCIA NAO CADASTRADA'
                                       TO WRK-MOT-NOVO
                 PERFORM 3400-INCLUIR-MOTIVO
              ELSE
                 MOVE WRK-FS-ARQAGE01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    NOTA DE CREDITO E RECUSAS DIRETAS (BLOQUEIO E LIMITE)       *
      *----------------------------------------------------------------*
       3200-PONTUAR-SOLICITACAO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-SOL-SW-BLQ-CPF (WRK-SOL-IDX) EQUAL 'S'
              MOVE 'S'                 TO WRK-SW-RECUSA-DIRETA
              MOVE 'CPF NA LISTA DE BLOQUEIO'
                                       TO WRK-MOT-NOVO
              PERFORM 3400-INCLUIR-MOTIVO
           END-IF

           IF WRK-SOL-SW-BLQ-AVAL (WRK-SOL-IDX) EQUAL 'S'
              MOVE 'S'                 TO WRK-SW-RECUSA-DIRETA
              MOVE 'AVALISTA NA LISTA DE BLOQUEIO'
                                       TO WRK-MOT-NOVO
              PERFORM 3400-INCLUIR-MOTIVO
           END-IF

           IF WRK-SOL-SW-KYC (WRK-SOL-IDX) EQUAL 'S'
              MOVE 'S'                 TO WRK-SW-RECUSA-DIRETA
              MOVE 'REVISAO CADASTRAL KYC VENCIDA'
                                       TO WRK-MOT-NOVO
              PERFORM 3400-INCLUIR-MOTIVO
           END-IF

           COMPUTE WRK-VAL-EXPOSICAO =
                   WRK-SOL-SALDO-ABERTO (WRK-SOL-IDX)
                 + WRK-SOL-APROVADO-RODADA (WRK-SOL-IDX)
                 + ARQSOL01-VAL-SOLICITADO

           IF WRK-VAL-EXPOSICAO GREATER WRK-VAL-LIMITE
              MOVE 'S'                 TO WRK-SW-RECUSA-DIRETA
              MOVE 'EXPOSICAO ACIMA DO LIMITE'
                                       TO WRK-MOT-NOVO
              PERFORM 3400-INCLUIR-MOTIVO
           END-IF

           IF WRK-SOL-SW-HISTORICO (WRK-SOL-IDX) EQUAL 'S'
              COMPUTE WRK-VAL-MEDIA ROUNDED =
                      WRK-SOL-SOMA-PSD (WRK-SOL-IDX) / WRK-DIAS-MES
              COMPUTE WRK-PCT-COBERTURA ROUNDED =
                      WRK-VAL-MEDIA * 100 / ARQSOL01-VAL-SOLICITADO
              EVALUATE TRUE
                 WHEN WRK-PCT-COBERTURA NOT LESS 50
                    ADD 200 TO WRK-NUM-NOTA
                 WHEN WRK-PCT-COBERTURA NOT LESS 20
                    ADD 100 TO WRK-NUM-NOTA
                 WHEN WRK-PCT-COBERTURA NOT LESS 5
                    ADD 50  TO WRK-NUM-NOTA
                 WHEN OTHER
                    MOVE 'SALDO MEDIO BAIXO P/ O VALOR'
                                       TO WRK-MOT-NOVO
                    PERFORM 3400-INCLUIR-MOTIVO
              END-EVALUATE
           ELSE
              SUBTRACT 100 FROM WRK-NUM-NOTA
              MOVE 'SEM HISTORICO DE DEPOSITOS'
                                       TO WRK-MOT-NOVO
              PERFORM 3400-INCLUIR-MOTIVO
           END-IF

           EVALUATE TRUE
              WHEN WRK-SOL-DIAS-DEVEDOR (WRK-SOL-IDX) GREATER 10
                 SUBTRACT 150 FROM WRK-NUM-NOTA
                 MOVE 'CONTA DEVEDORA MAIS DE 10 DIAS'
                                       TO WRK-MOT-NOVO
                 PERFORM 3400-INCLUIR-MOTIVO
              WHEN WRK-SOL-DIAS-DEVEDOR (WRK-SOL-IDX) GREATER ZEROS
                 SUBTRACT 50 FROM WRK-NUM-NOTA
                 MOVE 'CONTA DEVEDORA NO MES'
                                       TO WRK-MOT-NOVO
                 PERFORM 3400-INCLUIR-MOTIVO
           END-EVALUATE

           EVALUATE TRUE
              WHEN WRK-SOL-SW-SALDO (WRK-SOL-IDX) NOT EQUAL 'S'
                 SUBTRACT 100 FROM WRK-NUM-NOTA
                 MOVE 'SEM POSICAO DE DEPOSITO'
                                       TO WRK-MOT-NOVO
                 PERFORM 3400-INCLUIR-MOTIVO
              WHEN WRK-SOL-SALDO-ATUAL (WRK-SOL-IDX) LESS ZEROS
                 SUBTRACT 100 FROM WRK-NUM-NOTA
                 MOVE 'SALDO ATUAL DEVEDOR'
                                       TO WRK-MOT-NOVO
                 PERFORM 3400-INCLUIR-MOTIVO
           END-EVALUATE

           IF WRK-SOL-QTD-ABERTOS (WRK-SOL-IDX) NOT LESS 3
              SUBTRACT 100 FROM WRK-NUM-NOTA
              MOVE '3 OU MAIS EMPRESTIMOS ABERTOS'
                                       TO WRK-MOT-NOVO
              PERFORM 3400-INCLUIR-MOTIVO
           END-IF

           EVALUATE WRK-SOL-GRAU-ORDEM (WRK-SOL-IDX)
              WHEN 1
              WHEN 2
                 ADD 100 TO WRK-NUM-NOTA
              WHEN 3
                 ADD 50  TO WRK-NUM-NOTA
              WHEN 5
                 SUBTRACT 100 FROM WRK-NUM-NOTA
                 MOVE 'CONTRATO COM GRAU DE RISCO D'
                                       TO WRK-MOT-NOVO
                 PERFORM 3400-INCLUIR-MOTIVO
              WHEN 6
              WHEN 7
                 SUBTRACT 200 FROM WRK-NUM-NOTA
                 MOVE 'CONTRATO COM GRAU DE RISCO E/F'
                                       TO WRK-MOT-NOVO
                 PERFORM 3400-INCLUIR-MOTIVO
              WHEN 8
              WHEN 9
                 SUBTRACT 400 FROM WRK-NUM-NOTA
                 MOVE 'CONTRATO COM GRAU DE RISCO G/H'
                                       TO WRK-MOT-NOVO
                 PERFORM 3400-INCLUIR-MOTIVO
           END-EVALUATE

           IF WRK-NUM-NOTA LESS ZEROS
              MOVE ZEROS               TO WRK-NUM-NOTA
           END-IF

           IF WRK-NUM-NOTA GREATER 1000
              MOVE 1000                TO WRK-NUM-NOTA
           END-IF
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    APROVACAO: PROXIMO NUMERO DE EMPRESTIMO DA AGENCIA/CONTA,   *
      *    GRAVACAO DO EMPRESTIMO E DA INSTRUCAO DE DEBITO; AS         *
      *    SOLICITACOES SEGUINTES DO MESMO CPF/CONTA ENXERGAM A        *
      *    APROVACAO                                                   *
      *----------------------------------------------------------------*
       3300-APROVAR-SOLICITACAO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-SOL-ULT-EMP (WRK-SOL-IDX) NOT LESS 999
              SET WRK-DECISAO-RECUSADA TO TRUE
              MOVE 'CONTA SEM NUMERO DE EMPRESTIMO'
                                       TO WRK-MOT-NOVO
              PERFORM 3400-INCLUIR-MOTIVO
              MOVE WRK-MOT-NOVO        TO WRK-DES-PRINCIPAL
              GO TO 3300-99-FIM
           END-IF

           COMPUTE WRK-NUM-EMP-NOVO =
                   WRK-SOL-ULT-EMP (WRK-SOL-IDX) + 1

           PERFORM 3500-GRAVAR-EMPRESTIMO

           IF ARQSOL01-NUM-CONTA-DEP NUMERIC
              AND ARQSOL01-NUM-CONTA-DEP GREATER ZEROS
              PERFORM 3600-GRAVAR-INSTRUCAO
           END-IF

           PERFORM 3350-PROPAGAR-APROVACAO
              VARYING WRK-SOL-IDX2 FROM WRK-SOL-IDX BY 1
              UNTIL WRK-SOL-IDX2 GREATER WRK-SOL-QTDE
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3350-PROPAGAR-APROVACAO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-SOL-CHAVE-CONTA (WRK-SOL-IDX2) EQUAL
              ARQSOL01-CHAVE-CONTA
              MOVE WRK-NUM-EMP-NOVO
                                  TO WRK-SOL-ULT-EMP (WRK-SOL-IDX2)
           END-IF

           IF WRK-SOL-CPF (WRK-SOL-IDX2) EQUAL ARQSOL01-CPF
              ADD ARQSOL01-VAL-SOLICITADO
                 TO WRK-SOL-APROVADO-RODADA (WRK-SOL-IDX2)
           END-IF
           .
      *----------------------------------------------------------------*
       3350-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ACRESCENTA WRK-MOT-NOVO AOS MOTIVOS DA SOLICITACAO          *
      *----------------------------------------------------------------*
       3400-INCLUIR-MOTIVO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-MOT-QTDE LESS 8
              ADD 1 TO WRK-MOT-QTDE
              MOVE WRK-MOT-NOVO   TO WRK-MOT-DESCRICAO (WRK-MOT-QTDE)
           END-IF
           .
      *----------------------------------------------------------------*
       3400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA O NOVO EMPRESTIMO NO LAYOUT DO CADASTRO, EM ABERTO E  *
      *    COM O PLANO DA SOLICITACAO (DATA DO EMPRESTIMO = DECISAO)   *
      *----------------------------------------------------------------*
       3500-GRAVAR-EMPRESTIMO SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE ARQENT01-REGISTRO

           MOVE ARQSOL01-COD-AGENCIA   TO ARQENT01-COD-AGENCIA
           MOVE ARQSOL01-NUM-CONTA     TO ARQENT01-NUM-CONTA
           MOVE WRK-NUM-EMP-NOVO       TO ARQENT01-NUM-EMPRESTIMO
           MOVE ARQSOL01-NOM-CLIENTE   TO ARQENT01-NOM-CLIENTE
           MOVE WRK-DAT-DECISAO-EDIT   TO ARQENT01-DAT-EMPRE
           MOVE ARQSOL01-VAL-SOLICITADO
                                       TO ARQENT01-VAL-EMPRESTIMO
           MOVE ARQSOL01-TEL-CLIENTE   TO ARQENT01-TEL-CLIENTE
           MOVE ARQSOL01-EMAIL-CLIENTE TO ARQENT01-EMAIL-CLIENTE
           MOVE SPACES                 TO ARQENT01-SIT-EMPRESTIMO
           MOVE ARQSOL01-QTD-PARCELAS  TO ARQENT01-QTD-PARCELAS
           MOVE ARQSOL01-TIP-TABELA    TO ARQENT01-TIP-TABELA
           MOVE ARQSOL01-PCT-TAXA-MENSAL
                                       TO ARQENT01-PCT-TAXA-MENSAL
           MOVE ARQSOL01-NOM-AVALISTA  TO ARQENT01-NOM-AVALISTA
           MOVE ARQSOL01-CPF-AVALISTA  TO ARQENT01-CPF-AVALISTA
           MOVE ARQSOL01-TEL-AVALISTA  TO ARQENT01-TEL-AVALISTA

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
       3500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    INSTRUCAO PERMANENTE DE DEBITO DAS PARCELAS NA CONTA DE     *
      *    DEPOSITO INFORMADA NA SOLICITACAO                           *
      *----------------------------------------------------------------*
       3600-GRAVAR-INSTRUCAO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQSOL01-COD-AGENCIA   TO ARQDEB01-COD-AGENCIA
           MOVE ARQSOL01-NUM-CONTA     TO ARQDEB01-NUM-CONTA
           MOVE WRK-NUM-EMP-NOVO       TO ARQDEB01-NUM-EMPRESTIMO
           MOVE ARQSOL01-CPF           TO ARQDEB01-CPF-DEVEDOR
           MOVE ARQSOL01-NUM-CONTA-DEP TO ARQDEB01-NUM-CONTA-DEP
           MOVE 'BRL'                  TO ARQDEB01-COD-MOEDA
           SET  ARQDEB01-INSTR-ATIVA   TO TRUE

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQSAI02        TO TRUE

           WRITE FD-ARQSAI02 FROM ARQDEB01-REGISTRO

           IF WRK-FS-SAI02-OK
              ADD 1 TO ACU-GRAVA-ARQSAI02
           ELSE
              MOVE WRK-FS-ARQSAI02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA A DECISAO DA SOLICITACAO                              *
      *----------------------------------------------------------------*
       3700-GRAVAR-DECISAO SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE ARQDCS01-REGISTRO

           MOVE ARQSOL01-NUM-SOLICITACAO
                                       TO ARQDCS01-NUM-SOLICITACAO
           MOVE ARQSOL01-CPF           TO ARQDCS01-CPF
           MOVE WRK-DAT-DECISAO-R      TO ARQDCS01-DAT-DECISAO
           MOVE WRK-COD-DECISAO        TO ARQDCS01-COD-DECISAO
           MOVE WRK-NUM-NOTA           TO ARQDCS01-NUM-NOTA
           MOVE WRK-VAL-LIMITE         TO ARQDCS01-VAL-LIMITE
           MOVE WRK-MOT-QTDE           TO ARQDCS01-QTD-MOTIVOS
           MOVE WRK-DES-PRINCIPAL      TO ARQDCS01-DES-MOTIVO

           IF ARQSOL01-VAL-SOLICITADO NUMERIC
              MOVE ARQSOL01-VAL-SOLICITADO
                                       TO ARQDCS01-VAL-SOLICITADO
              MOVE WRK-VAL-EXPOSICAO   TO ARQDCS01-VAL-EXPOSICAO
           END-IF

           IF WRK-DECISAO-APROVADA
              MOVE ARQSOL01-COD-AGENCIA
                                       TO ARQDCS01-COD-AGENCIA
              MOVE ARQSOL01-NUM-CONTA  TO ARQDCS01-NUM-CONTA
              MOVE WRK-NUM-EMP-NOVO    TO ARQDCS01-NUM-EMPRESTIMO
           END-IF

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQSAI03        TO TRUE

           WRITE FD-ARQSAI03 FROM ARQDCS01-REGISTRO

           IF WRK-FS-SAI03-OK
              ADD 1 TO ACU-GRAVA-ARQSAI03
           ELSE
              MOVE WRK-FS-ARQSAI03     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3700-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LINHA DA DECISAO NO RELATORIO; RECUSA E ENCAMINHAMENTO      *
      *    LISTAM TODOS OS MOTIVOS APONTADOS                           *
      *----------------------------------------------------------------*
       3750-IMPRIMIR-DECISAO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQSOL01-NUM-SOLICITACAO
                                       TO WRK-DDS-SOLICITACAO
           MOVE ARQSOL01-CPF           TO WRK-DDS-CPF
           MOVE ARQDCS01-VAL-SOLICITADO
                                       TO WRK-DDS-VALOR
           MOVE WRK-NUM-NOTA           TO WRK-DDS-NOTA
           MOVE ARQDCS01-VAL-EXPOSICAO TO WRK-DDS-EXPOSICAO
           MOVE ARQDCS01-COD-AGENCIA   TO WRK-DDS-AGENCIA
           MOVE ARQDCS01-NUM-CONTA     TO WRK-DDS-CONTA
           MOVE ARQDCS01-NUM-EMPRESTIMO
                                       TO WRK-DDS-NUM-EMP

           EVALUATE TRUE
              WHEN WRK-DECISAO-APROVADA
                 MOVE 'APROVADA'       TO WRK-DDS-DECISAO
              WHEN WRK-DECISAO-ENCAMINHADA
                 MOVE 'ENCAMINHADA'    TO WRK-DDS-DECISAO
              WHEN OTHER
                 MOVE 'RECUSADA'       TO WRK-DDS-DECISAO
           END-EVALUATE

           MOVE WRK-DET-DECISAO        TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           IF WRK-DECISAO-APROVADA
              GO TO 3750-99-FIM
           END-IF

           IF NOT WRK-RECUSA-DIRETA
              MOVE WRK-DES-PRINCIPAL   TO WRK-DMO-DESCRICAO
              MOVE WRK-DET-MOTIVO      TO WRK-LINHA-IMPRESSAO
              PERFORM 4950-GRAVAR-LINHA
           END-IF

           PERFORM 3760-IMPRIMIR-MOTIVO
              VARYING WRK-MOT-IDX FROM 1 BY 1
              UNTIL WRK-MOT-IDX GREATER WRK-MOT-QTDE
           .
      *----------------------------------------------------------------*
       3750-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3760-IMPRIMIR-MOTIVO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-MOT-DESCRICAO (WRK-MOT-IDX) NOT EQUAL
              WRK-DES-PRINCIPAL
              OR WRK-RECUSA-DIRETA
              MOVE WRK-MOT-DESCRICAO (WRK-MOT-IDX)
                                       TO WRK-DMO-DESCRICAO
              MOVE WRK-DET-MOTIVO      TO WRK-LINHA-IMPRESSAO
              PERFORM 4950-GRAVAR-LINHA
           END-IF
           .
      *----------------------------------------------------------------*
       3760-99-FIM.
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
           MOVE ACU-LIDOS-ARQSOL01      TO ARQAUD01-QTDE-LIDOS
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
           PERFORM 4800-GRAVAR-TOTAIS

           IF ACU-SOLICITACOES-EXCEDENTES GREATER ZEROS
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

           SET  WRK-CN-ARQSAI03        TO TRUE
           CLOSE ARQSAI03
           IF NOT WRK-FS-SAI03-OK
              MOVE WRK-FS-ARQSAI03     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQSAI04        TO TRUE
           CLOSE ARQSAI04
           IF NOT WRK-FS-SAI04-OK
              MOVE WRK-FS-ARQSAI04     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQAUD01        TO TRUE
           CLOSE ARQAUD01
           IF NOT WRK-FS-AUD01-OK
              MOVE WRK-FS-ARQAUD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE ACU-LIDOS-ARQSOL01     TO WRK-MASK-QTDE
           DISPLAY '**************************************************'
           DISPLAY '* QTDE DE SOLICITACOES LIDAS : ' WRK-MASK-QTDE  '*'
           MOVE ACU-APROVADAS          TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE APROVADAS          : ' WRK-MASK-QTDE  '*'
           MOVE ACU-ENCAMINHADAS       TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE ENCAMINHADAS       : ' WRK-MASK-QTDE  '*'
           MOVE ACU-RECUSADAS          TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE RECUSADAS          : ' WRK-MASK-QTDE  '*'
           MOVE ACU-SOLICITACOES-EXCEDENTES
                                       TO WRK-MASK-QTDE
           DISPLAY '* QTDE NAO DECIDIDAS (TABELA): ' WRK-MASK-QTDE  '*'
           MOVE ACU-GRAVA-ARQSAI01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE EMPRESTIMOS CRIADOS: ' WRK-MASK-QTDE  '*'
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
      *    CABECALHO DO RELATORIO DAS DECISOES                         *
      *----------------------------------------------------------------*
       4100-GRAVAR-CABECALHO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-DAT-DECISAO-EDIT   TO WRK-CAB1-DATA
           MOVE WRK-CAB1-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE WRK-VAL-LIMITE         TO WRK-CAB2-LIMITE
           MOVE WRK-NOTA-APROVACAO     TO WRK-CAB2-NOTA-APROVACAO
           MOVE WRK-NOTA-ANALISE       TO WRK-CAB2-NOTA-ANALISE
           MOVE WRK-CAB2-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 4950-GRAVAR-LINHA
           MOVE WRK-CAB3-RELATORIO     TO WRK-LINHA-IMPRESSAO
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
           MOVE 'RESUMO DA RODADA'     TO WRK-TIT-SECAO
           MOVE WRK-TIT-SECAO          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'SOLICITACOES LIDAS'   TO WRK-RES-DESCRICAO
           MOVE ACU-LIDOS-ARQSOL01     TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'SOLICITACOES NAO DECIDIDAS (TABELA)'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-SOLICITACOES-EXCEDENTES
                                       TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'APROVADAS'            TO WRK-RES-DESCRICAO
           MOVE ACU-APROVADAS          TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'ENCAMINHADAS A ANALISE MANUAL'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-ENCAMINHADAS       TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'RECUSADAS'            TO WRK-RES-DESCRICAO
           MOVE ACU-RECUSADAS          TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'EMPRESTIMOS CRIADOS NO CADASTRO'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-GRAVA-ARQSAI01     TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'INSTRUCOES DE DEBITO CRIADAS'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-GRAVA-ARQSAI02     TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'VALOR APROVADO'       TO WRK-RSV-DESCRICAO
           MOVE TOT-VAL-APROVADO       TO WRK-RSV-VALOR
           MOVE WRK-RSV-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'VALOR ENCAMINHADO'    TO WRK-RSV-DESCRICAO
           MOVE TOT-VAL-ENCAMINHADO    TO WRK-RSV-VALOR
           MOVE WRK-RSV-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'VALOR RECUSADO'       TO WRK-RSV-DESCRICAO
           MOVE TOT-VAL-RECUSADO       TO WRK-RSV-VALOR
           MOVE WRK-RSV-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       4800-99-FIM.
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
           SET  WRK-CN-ARQSAI04        TO TRUE

           WRITE FD-ARQSAI04 FROM WRK-LINHA-IMPRESSAO

           IF WRK-FS-SAI04-OK
              ADD 1 TO ACU-GRAVA-ARQSAI04
           ELSE
              MOVE WRK-FS-ARQSAI04     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE SPACES                 TO WRK-LINHA-IMPRESSAO
           .
      *----------------------------------------------------------------*
       4950-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LOCALIZA A INSTRUCAO DO EMPRESTIMO WRK-PRC-CHAVE            *
      *    (WRK-DEB-IDX ALEM DA QTDE = EMPRESTIMO SEM CPF PROPONENTE)  *
      *----------------------------------------------------------------*
       5100-PROCURAR-INSTRUCAO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-DEB-IDX

           PERFORM 5110-PROXIMA-INSTRUCAO
              UNTIL WRK-DEB-IDX GREATER WRK-DEB-QTDE
                 OR WRK-DEB-CHAVE (WRK-DEB-IDX) EQUAL WRK-PRC-CHAVE
           .
      *----------------------------------------------------------------*
       5100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5110-PROXIMA-INSTRUCAO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-DEB-IDX
           .
      *----------------------------------------------------------------*
       5110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ORDEM DO GRAU ARQRSK01-COD-GRAU (WRK-GRA-IDX 10 = GRAU      *
      *    INVALIDO)                                                   *
      *----------------------------------------------------------------*
       5300-PROCURAR-GRAU SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-GRA-IDX

           PERFORM 5310-PROXIMO-GRAU
              UNTIL WRK-GRA-IDX GREATER 9
                 OR WRK-GRA-COD (WRK-GRA-IDX) EQUAL ARQRSK01-COD-GRAU
           .
      *----------------------------------------------------------------*
       5300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5310-PROXIMO-GRAU SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-GRA-IDX
           .
      *----------------------------------------------------------------*
       5310-99-FIM.
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
           MOVE ACU-LIDOS-ARQSOL01
                                  TO ERRO01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQSAI01
                                  TO ERRO01-QTDE-GRAVADOS
           MOVE ARQSOL01-NUM-SOLICITACAO
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
