      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0619.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0619                                      *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   ESCORE MENSAL DE QUALIDADE DE DADOS DOS     *
      *                    CADASTROS. PERFILA CAMPO A CAMPO:           *
      *                    - FUNCIONARIOS (ENT01105): DATA DE CONTROLE *
      *                      VALIDA, DEPARTAMENTO CADASTRADO NO        *
      *                      DEP01106 E GRADE CADASTRADA NO GRD01105;  *
      *                    - CLIENTES (CLI02105): DIGITO DO CPF        *
      *                      (MODULO 11) E AGENCIA CADASTRADA          *
      *                      (AGEN2000);                               *
      *                    - EMPRESTIMOS (ENT03105): E-MAIL E TELEFONE *
      *                      INFORMADOS E DIGITO DO CPF DO AVALISTA    *
      *                      (SO PARA EMPRESTIMO COM AVALISTA);        *
      *                    - ENDERECOS (EXTRACAO END04105 DO EXER0405):*
      *                      CEP DENTRO DAS FAIXAS DA REFERENCIA       *
      *                      POSTAL (CEP04105).                        *
      *                    EMITE O ESCORE (% APROVADO POR REGRA E POR  *
      *                    CADASTRO) COM A TENDENCIA DOS 5 MESES       *
      *                    ANTERIORES, GRAVA AS CHAVES REPROVADAS PARA *
      *                    OS GESTORES DOS CADASTROS (DQF06119) E A    *
      *                    NOVA GERACAO DO HISTORICO (DQH06119), QUE   *
      *                    GUARDA OS 12 MESES ANTERIORES A COMPETENCIA.*
      *                    REPROCESSAR A COMPETENCIA SUBSTITUI O       *
      *                    ESCORE DELA NO HISTORICO.                   *
      *----------------------------------------------------------------*
      *    CARTAO (ARQPARM): COLS 1-6 COMPETENCIA (AAAAMM)             *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPARM  (CARTAO DE PARAMETROS)           -               *
      *      ARQFUN01 (CADASTRO DE FUNCIONARIOS)       ENT01105        *
      *      ARQDEP01 (CADASTRO DE DEPARTAMENTOS)      DEP01106        *
      *      ARQGRD01 (TABELA DE GRADES SALARIAIS)     GRD01105        *
      *      ARQCLI01 (CADASTRO DE CLIENTES)           CLI02105        *
      *      ARQAGE01 (VIA AGEN2000)                   AGE02241        *
      *      ARQENT01 (CADASTRO DE EMPRESTIMOS)        ENT03105        *
      *      ARQEND01 (ENDERECOS DOS CLIENTES)         END04105        *
      *      ARQCEP01 (REFERENCIA POSTAL)              CEP04105        *
      *      ARQHST01 (HISTORICO DO ESCORE ANTERIOR)   DQH06119        *
      *      ARQHST02 (HISTORICO DO ESCORE ATUALIZADO) DQH06119        *
      *      ARQDQF01 (CHAVES REPROVADAS)              DQF06119        *
      *      ARQSAI01 (RELATORIO DO ESCORE)            -               *
      *      ARQAUD01                                  AUD00105        *
      *----------------------------------------------------------------*
      *    ROTINAS.....:  ERRO2000                                     *
      *                   AGEN2000 (AGENCIA DO CLIENTE NO CADASTRO)    *
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

           SELECT ARQFUN01 ASSIGN      TO UT-S-ARQFUN01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS SEQUENTIAL
                      RECORD KEY       IS FD-ARQFUN01-COD-FUNCO
                      FILE STATUS      IS WRK-FS-ARQFUN01.

           SELECT ARQDEP01 ASSIGN      TO UT-S-ARQDEP01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS FD-ARQDEP01-COD-DEPTO
                      FILE STATUS      IS WRK-FS-ARQDEP01.

           SELECT ARQGRD01 ASSIGN      TO UT-S-ARQGRD01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS FD-ARQGRD01-COD-GRADE
                      FILE STATUS      IS WRK-FS-ARQGRD01.

           SELECT ARQCLI01 ASSIGN      TO UT-S-ARQCLI01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS SEQUENTIAL
                      RECORD KEY       IS FD-ARQCLI01-CPF
                      FILE STATUS      IS WRK-FS-ARQCLI01.

           SELECT ARQENT01 ASSIGN      TO UT-S-ARQENT01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS SEQUENTIAL
                      RECORD KEY       IS FD-ARQENT01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQENT01.

           SELECT ARQEND01 ASSIGN      TO UT-S-ARQEND01
                      FILE STATUS      IS WRK-FS-ARQEND01.

           SELECT ARQCEP01 ASSIGN      TO UT-S-ARQCEP01
                      FILE STATUS      IS WRK-FS-ARQCEP01.

           SELECT OPTIONAL ARQHST01 ASSIGN TO UT-S-ARQHST01
                      FILE STATUS      IS WRK-FS-ARQHST01.

           SELECT ARQHST02 ASSIGN      TO UT-S-ARQHST02
                      FILE STATUS      IS WRK-FS-ARQHST02.

           SELECT ARQDQF01 ASSIGN      TO UT-S-ARQDQF01
                      FILE STATUS      IS WRK-FS-ARQDQF01.

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
      *   INPUT:      CADASTRO DE FUNCIONARIOS                         *
      *               ORG. INDEXADA     -   LRECL = 206                *
      *----------------------------------------------------------------*

       FD  ARQFUN01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQFUN01.
           05 FD-ARQFUN01-COD-FUNCO   PIC 9(08).
           05 FILLER                  PIC X(198).

      *----------------------------------------------------------------*
      *   INPUT:      CADASTRO DE DEPARTAMENTOS (ACESSO POR CHAVE)     *
      *               ORG. INDEXADA     -   LRECL = 116                *
      *----------------------------------------------------------------*

       FD  ARQDEP01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQDEP01.
           05 FD-ARQDEP01-COD-DEPTO   PIC 9(15).
           05 FILLER                  PIC X(101).

      *----------------------------------------------------------------*
      *   INPUT:      TABELA DE GRADES SALARIAIS (ACESSO POR CHAVE)    *
      *               ORG. INDEXADA     -   LRECL = 055                *
      *----------------------------------------------------------------*

       FD  ARQGRD01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQGRD01.
           05 FD-ARQGRD01-COD-GRADE   PIC X(03).
           05 FILLER                  PIC X(52).

      *----------------------------------------------------------------*
      *   INPUT:      CADASTRO DE CLIENTES POR CPF                     *
      *               ORG. INDEXADA     -   LRECL = 056                *
      *----------------------------------------------------------------*

       FD  ARQCLI01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQCLI01.
           05 FD-ARQCLI01-CPF         PIC 9(11).
           05 FILLER                  PIC X(45).

      *----------------------------------------------------------------*
      *   INPUT:      CADASTRO DE EMPRESTIMOS                          *
      *               ORG. INDEXADA     -   LRECL = 233                *
      *----------------------------------------------------------------*

       FD  ARQENT01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQENT01.
           05 FD-ARQENT01-CHAVE.
              10 FD-ARQENT01-COD-AGENCIA  PIC 9(03).
              10 FD-ARQENT01-NUM-CONTA    PIC 9(03).
              10 FD-ARQENT01-NUM-EMPRESTIMO PIC 9(03).
           05 FILLER                     PIC X(224).

      *----------------------------------------------------------------*
      *   INPUT:      ENDERECOS DOS CLIENTES (EXTRACAO DO EXER0405,    *
      *               PRIMEIRO REGISTRO E O CABECALHO DAS COLUNAS)     *
      *               ORG. SEQUENCIAL   -   LRECL = 113                *
      *----------------------------------------------------------------*

       FD  ARQEND01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQEND01             PIC X(113).

      *----------------------------------------------------------------*
      *   INPUT:      REFERENCIA POSTAL (FAIXAS DE CEP)                *
      *               ORG. SEQUENCIAL   -   LRECL = 043                *
      *----------------------------------------------------------------*

       FD  ARQCEP01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQCEP01             PIC X(043).

      *----------------------------------------------------------------*
      *   INPUT:      HISTORICO DO ESCORE DA RODADA ANTERIOR           *
      *               (OPCIONAL, AUSENTE NA PRIMEIRA RODADA)           *
      *               ORG. SEQUENCIAL   -   LRECL = 050                *
      *----------------------------------------------------------------*

       FD  ARQHST01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQHST01             PIC X(050).

      *----------------------------------------------------------------*
      *   OUTPUT:     HISTORICO DO ESCORE ATUALIZADO                   *
      *               ORG. SEQUENCIAL   -   LRECL = 050                *
      *----------------------------------------------------------------*

       FD  ARQHST02
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQHST02             PIC X(050).

      *----------------------------------------------------------------*
      *   OUTPUT:     CHAVES REPROVADAS PARA OS GESTORES DOS CADASTROS *
      *               ORG. SEQUENCIAL   -   LRECL = 100                *
      *----------------------------------------------------------------*

       FD  ARQDQF01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQDQF01             PIC X(100).

      *----------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DO ESCORE DE QUALIDADE DE DADOS        *
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
             'EXER0619 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0619'.
       77 WRK-ERRO2000            PIC  X(008) VALUE 'ERRO2000'.
       77 WRK-AGEN2000            PIC  X(008) VALUE 'AGEN2000'.
       77 WRK-MASK-QTDE           PIC  ZZZ.ZZ9.
       77 WRK-MASK-PCT            PIC  ZZ9,99.
       77 WRK-MASK-VARIACAO       PIC  +ZZ9,99.
       77 WRK-MESES-HISTORICO     PIC  9(002) VALUE 12.
       77 WRK-MESES-TENDENCIA     PIC  9(002) VALUE 05.
       77 WRK-NUM-MES-ATUAL       PIC  9(006) VALUE ZEROS.
       77 WRK-NUM-MES-CALC        PIC  9(006) VALUE ZEROS.
       77 WRK-MESES-ATRAS         PIC  9(002) VALUE ZEROS.
       77 WRK-ANO-CALC            PIC  9(004) VALUE ZEROS.
       77 WRK-MES-CALC            PIC  9(002) VALUE ZEROS.
       77 WRK-VARIACAO            PIC S9(003)V99 VALUE ZEROS.
       77 WRK-PCT-CALC            PIC  9(003)V99 VALUE ZEROS.
       77 WRK-PCT-ANTERIOR        PIC  9(003)V99 VALUE ZEROS.
      *
       01 WRK-SW-REGISTRO         PIC  X(001) VALUE 'S'.
          88 WRK-REGISTRO-APROVADO            VALUE 'S'.
          88 WRK-REGISTRO-REPROVADO           VALUE 'N'.
      *
       01 WRK-SW-MES-ANTERIOR     PIC  X(001) VALUE 'N'.
          88 WRK-TEM-MES-ANTERIOR             VALUE 'S'.
          88 WRK-SEM-MES-ANTERIOR             VALUE 'N'.
      *
       01 WRK-PARM-REGISTRO.
          05 WRK-PARM-COMPETENCIA PIC  9(006) VALUE ZEROS.
          05 WRK-PARM-COMPETENCIA-R
                                  REDEFINES WRK-PARM-COMPETENCIA.
             10 WRK-PARM-ANO      PIC  9(004).
             10 WRK-PARM-MES      PIC  9(002).
          05 FILLER               PIC  X(074) VALUE SPACES.
      *
       01 WRK-COMPETENCIA-CALC    PIC  9(006) VALUE ZEROS.
       01 WRK-COMPETENCIA-CALC-R  REDEFINES WRK-COMPETENCIA-CALC.
          05 WRK-CMP-ANO          PIC  9(004).
          05 WRK-CMP-MES          PIC  9(002).
      *
       01 WRK-COMPETENCIA-FMT.
          05 WRK-CMF-MES          PIC  9(002) VALUE ZEROS.
          05 FILLER               PIC  X(001) VALUE '/'.
          05 WRK-CMF-ANO          PIC  9(004) VALUE ZEROS.
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS-ARQFUN01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQCLI01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQENT01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQEND01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQHST01     PIC 9(007) VALUE ZEROS.
           03 ACU-HST-DESCARTADOS    PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQHST02     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQDQF01     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI01     PIC 9(007) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    CHAVE E CONTEUDO DO CAMPO DA REGRA REPROVADA                *
      *----------------------------------------------------------------*
       01 WRK-FAL-CHAVE           PIC  X(020) VALUE SPACES.
       01 WRK-FAL-VALOR           PIC  X(030) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    CADASTROS AVALIADOS                                         *
      *----------------------------------------------------------------*
       77 WRK-CAD-QTDE            PIC 9(002) VALUE 4.
       77 WRK-CAD-IDX             PIC 9(002) VALUE ZEROS.
       01 WRK-CAD-VALORES.
          05 FILLER               PIC X(043) VALUE
             'FUNCADASTRO DE FUNCIONARIOS (ENT01105)     '.
          05 FILLER               PIC X(043) VALUE
             'CLICADASTRO DE CLIENTES (CLI02105)         '.
          05 FILLER               PIC X(043) VALUE
             'EMPCADASTRO DE EMPRESTIMOS (ENT03105)      '.
          05 FILLER               PIC X(043) VALUE
             'ENDENDERECOS DOS CLIENTES (END04105)       '.
       01 WRK-CAD-TABELA          REDEFINES WRK-CAD-VALORES.
          05 WRK-CAD-LINHA        OCCURS 4 TIMES.
             10 WRK-CAD-CODIGO    PIC X(003).
             10 WRK-CAD-NOME      PIC X(040).
      *
       01 WRK-CAC-TABELA.
          05 WRK-CAC-LINHA        OCCURS 4 TIMES.
             10 WRK-CAC-LIDOS     PIC 9(009) VALUE ZEROS.
             10 WRK-CAC-VALIDOS   PIC 9(009) VALUE ZEROS.
             10 WRK-CAC-PCT       PIC 9(003)V99 VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    REGRAS DE QUALIDADE (A ORDEM DA TABELA E A DO ESCORE; O     *
      *    INDICE DE CADA REGRA E USADO NAS ROTINAS DE AVALIACAO)      *
      *----------------------------------------------------------------*
       77 WRK-RGR-QTDE            PIC 9(002) VALUE 9.
       77 WRK-RGR-IDX             PIC 9(002) VALUE ZEROS.
       01 WRK-RGR-VALORES.
          05 FILLER               PIC X(036) VALUE
             'FUNF01DATA DE CONTROLE VALIDA       '.
          05 FILLER               PIC X(036) VALUE
             'FUNF02DEPARTAMENTO NO DEP01106      '.
          05 FILLER               PIC X(036) VALUE
             'FUNF03GRADE SALARIAL NO GRD01105    '.
          05 FILLER               PIC X(036) VALUE
             'CLIC01DIGITO VERIFICADOR DO CPF     '.
          05 FILLER               PIC X(036) VALUE
             'CLIC02AGENCIA CADASTRADA            '.
          05 FILLER               PIC X(036) VALUE
             'EMPE01E-MAIL DO CLIENTE INFORMADO   '.
          05 FILLER               PIC X(036) VALUE
             'EMPE02TELEFONE DO CLIENTE INFORMADO '.
          05 FILLER               PIC X(036) VALUE
             'EMPE03DIGITO DO CPF DO AVALISTA     '.
          05 FILLER               PIC X(036) VALUE
             'ENDN01CEP NAS FAIXAS DO CEP04105    '.
       01 WRK-RGR-TABELA          REDEFINES WRK-RGR-VALORES.
          05 WRK-RGR-LINHA        OCCURS 9 TIMES.
             10 WRK-RGR-CADASTRO  PIC X(003).
             10 WRK-RGR-COD-REGRA PIC X(003).
             10 WRK-RGR-DESCRICAO PIC X(030).
      *
       01 WRK-RGC-TABELA.
          05 WRK-RGC-LINHA        OCCURS 9 TIMES.
             10 WRK-RGC-AVALIADOS PIC 9(009) VALUE ZEROS.
             10 WRK-RGC-FALHAS    PIC 9(009) VALUE ZEROS.
             10 WRK-RGC-PCT       PIC 9(003)V99 VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    REGISTRO DE TRABALHO NO LAYOUT ENT01105 (O BOOK USA O MESMO *
      *    NOME DE REGISTRO DO ENT03105, POR ISSO E ESPELHADO AQUI)    *
      *----------------------------------------------------------------*
       01 WRK-REG-FUNCO.
          05 WRK-FUN-COD-FUNCO    PIC  9(008) VALUE ZEROS.
          05 WRK-FUN-NOM-FUNCO    PIC  X(050) VALUE SPACES.
          05 WRK-FUN-NOM-ESCTO    PIC  X(030) VALUE SPACES.
          05 WRK-FUN-COD-DEPTO    PIC  9(015) VALUE ZEROS.
          05 WRK-FUN-NOM-DEPTO    PIC  X(055) VALUE SPACES.
          05 WRK-FUN-DAT-CNTRL    PIC  X(010) VALUE SPACES.
          05 WRK-FUN-SIT-FUNCO    PIC  X(001) VALUE SPACES.
          05 WRK-FUN-VAL-SALARIO  PIC  9(009)V99 VALUE ZEROS.
          05 WRK-FUN-COD-GRADE    PIC  X(003) VALUE SPACES.
          05 WRK-FUN-CPF-FUNCO    PIC  9(011) VALUE ZEROS.
          05 WRK-FUN-COD-AGENCIA  PIC  9(004) VALUE ZEROS.
          05 WRK-FUN-DAT-ADMISSAO PIC  9(008) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    AREA DE VALIDACAO DA DATA DE CONTROLE (DD.MM.AAAA)          *
      *----------------------------------------------------------------*
       01 WRK-DTC-DATA.
          05 WRK-DTC-DIA          PIC  9(002).
          05 FILLER               PIC  X(001).
          05 WRK-DTC-MES          PIC  9(002).
          05 FILLER               PIC  X(001).
          05 WRK-DTC-ANO          PIC  9(004).
      *
       01 WRK-DMS-VALORES         PIC  X(024) VALUE
             '312831303130313130313031'.
       01 WRK-DMS-TABELA          REDEFINES WRK-DMS-VALORES.
          05 WRK-DMS-DIAS         OCCURS 12 TIMES PIC 9(002).
      *
       77 WRK-DTC-ULTIMO-DIA      PIC  9(002) VALUE ZEROS.
       77 WRK-DTC-QUOCIENTE       PIC  9(004) VALUE ZEROS.
       77 WRK-DTC-RESTO-4         PIC  9(004) VALUE ZEROS.
       77 WRK-DTC-RESTO-100       PIC  9(004) VALUE ZEROS.
       77 WRK-DTC-RESTO-400       PIC  9(004) VALUE ZEROS.
      *
       01 WRK-SW-DATA-CONTROLE    PIC  X(001) VALUE 'S'.
          88 WRK-DATA-CONTROLE-VALIDA         VALUE 'S'.
          88 WRK-DATA-CONTROLE-INVALIDA       VALUE 'N'.
      *
      *----------------------------------------------------------------*
      *    AREA DE VALIDACAO DO DIGITO VERIFICADOR DO CPF              *
      *----------------------------------------------------------------*
       01 WRK-CPF-NUMERO          PIC 9(011) VALUE ZEROS.
       01 WRK-CPF-NUMERO-R        REDEFINES WRK-CPF-NUMERO.
          05 WRK-CPF-BASE         PIC 9(009).
          05 WRK-CPF-DIG-INFORMADO
                                  PIC 9(002).
      *
       01 WRK-CPF-DIGITOS.
          05 WRK-CPF-DIGITO       OCCURS 9 TIMES PIC 9(001).

       77 WRK-CPF-IDX             PIC 9(002) VALUE ZEROS.
       77 WRK-CPF-PESO            PIC 9(002) VALUE ZEROS.
       77 WRK-CPF-SOMA            PIC 9(004) VALUE ZEROS.
       77 WRK-CPF-RESTO           PIC 9(004) VALUE ZEROS.
       77 WRK-CPF-DIG1            PIC 9(001) VALUE ZEROS.
       77 WRK-CPF-DIG2            PIC 9(001) VALUE ZEROS.
       77 WRK-CPF-DIG-ESPERADO    PIC 9(002) VALUE ZEROS.
      *
       01 WRK-SW-CPF              PIC  X(001) VALUE 'S'.
          88 WRK-CPF-VALIDO                   VALUE 'S'.
          88 WRK-CPF-INVALIDO                 VALUE 'N'.
      *
      *----------------------------------------------------------------*
      *    FAIXAS DE CEP DA REFERENCIA POSTAL EM MEMORIA               *
      *----------------------------------------------------------------*
       77 WRK-CEP-QTDE            PIC 9(003) VALUE ZEROS.
       77 WRK-CEP-IDX             PIC 9(003) VALUE ZEROS.
       01 WRK-CEP-TABELA.
          05 WRK-CEP-LINHA        OCCURS 500 TIMES.
             10 WRK-CEP-INI       PIC 9(008).
             10 WRK-CEP-FIM       PIC 9(008).
      *
      *----------------------------------------------------------------*
      *    HISTORICO DO ESCORE EM MEMORIA (MESMA ORDEM DO DQH06119)    *
      *----------------------------------------------------------------*
       77 WRK-HST-QTDE            PIC 9(003) VALUE ZEROS.
       77 WRK-HST-IDX             PIC 9(003) VALUE ZEROS.
       01 WRK-HST-TABELA.
          05 WRK-HST-LINHA        OCCURS 300 TIMES.
             10 WRK-HST-COMPETENCIA
                                  PIC 9(006).
             10 WRK-HST-TIP-LINHA PIC X(001).
             10 WRK-HST-COD-CADASTRO
                                  PIC X(003).
             10 WRK-HST-COD-REGRA PIC X(003).
             10 WRK-HST-QTDE-AVALIADOS
                                  PIC 9(009).
             10 WRK-HST-QTDE-VALIDOS
                                  PIC 9(009).
             10 WRK-HST-PCT-VALIDO
                                  PIC 9(003)V99.
             10 FILLER            PIC X(014).
      *
       01 WRK-BUSCA-HISTORICO.
          05 WRK-BUS-COMPETENCIA  PIC 9(006) VALUE ZEROS.
          05 WRK-BUS-TIP-LINHA    PIC X(001) VALUE SPACES.
          05 WRK-BUS-COD-CADASTRO PIC X(003) VALUE SPACES.
          05 WRK-BUS-COD-REGRA    PIC X(003) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    AREA DO RELATORIO                                           *
      *----------------------------------------------------------------*
       01 WRK-CAB1-RELATORIO.
          05 FILLER               PIC X(050) VALUE
             'ESCORE MENSAL DE QUALIDADE DE DADOS DOS CADASTROS'.
          05 FILLER               PIC X(014) VALUE ' - COMPETENCIA'.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-CAB1-COMPETENCIA PIC X(007) VALUE SPACES.
          05 FILLER               PIC X(060) VALUE SPACES.

       01 WRK-CAB-TITULO.
          05 FILLER               PIC X(003) VALUE '== '.
          05 WRK-CAB-TIT-TEXTO    PIC X(060) VALUE SPACES.
          05 FILLER               PIC X(069) VALUE SPACES.

       01 WRK-CAB-COLUNAS.
          05 FILLER               PIC X(039) VALUE
             'CAD REG DESCRICAO DA REGRA'.
          05 FILLER               PIC X(024) VALUE
             '  AVALIADOS     VALIDOS '.
          05 FILLER               PIC X(007) VALUE ' %ATUAL'.
          05 WRK-CAB-MES          OCCURS 5 TIMES.
             10 FILLER            PIC X(001).
             10 WRK-CAB-MES-TEXTO PIC X(007).
          05 FILLER               PIC X(009) VALUE '  VAR.M-1'.
          05 FILLER               PIC X(013) VALUE SPACES.

       01 WRK-DET-ESCORE.
          05 WRK-DET-CADASTRO     PIC X(003).
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DET-REGRA        PIC X(003).
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DET-DESCRICAO    PIC X(030).
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DET-AVALIADOS    PIC ZZZ.ZZZ.ZZ9.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DET-VALIDOS      PIC ZZZ.ZZZ.ZZ9.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DET-PCT-ATUAL    PIC X(007).
          05 WRK-DET-PCT-ANTERIOR OCCURS 5 TIMES
                                  PIC X(008).
          05 WRK-DET-VARIACAO     PIC X(009).
          05 FILLER               PIC X(013) VALUE SPACES.

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
          05 WRK-FS-ARQFUN01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-FUN01-OK               VALUE '00'.
             88 WRK-FS-FUN01-FIM              VALUE '10'.
          05 WRK-FS-ARQDEP01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-DEP01-OK               VALUE '00'.
             88 WRK-FS-DEP01-NAO-ENCONTRADO   VALUE '23'.
          05 WRK-FS-ARQGRD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-GRD01-OK               VALUE '00'.
             88 WRK-FS-GRD01-NAO-ENCONTRADO   VALUE '23'.
          05 WRK-FS-ARQCLI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CLI01-OK               VALUE '00'.
             88 WRK-FS-CLI01-FIM              VALUE '10'.
          05 WRK-FS-ARQENT01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ENT01-OK               VALUE '00'.
             88 WRK-FS-ENT01-FIM              VALUE '10'.
          05 WRK-FS-ARQEND01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-END01-OK               VALUE '00'.
             88 WRK-FS-END01-FIM              VALUE '10'.
          05 WRK-FS-ARQCEP01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CEP01-OK               VALUE '00'.
             88 WRK-FS-CEP01-FIM              VALUE '10'.
          05 WRK-FS-ARQHST01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-HST01-OK               VALUE '00'.
             88 WRK-FS-HST01-FIM              VALUE '10'.
             88 WRK-FS-HST01-INEXISTENTE      VALUE '05' '35'.
          05 WRK-FS-ARQHST02      PIC  X(002) VALUE SPACES.
             88 WRK-FS-HST02-OK               VALUE '00'.
          05 WRK-FS-ARQDQF01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-DQF01-OK               VALUE '00'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK               VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
          88 WRK-CN-ARQFUN01      VALUE 'ARQFUN01'.
          88 WRK-CN-ARQDEP01      VALUE 'ARQDEP01'.
          88 WRK-CN-ARQGRD01      VALUE 'ARQGRD01'.
          88 WRK-CN-ARQCLI01      VALUE 'ARQCLI01'.
          88 WRK-CN-ARQAGE01      VALUE 'ARQAGE01'.
          88 WRK-CN-ARQENT01      VALUE 'ARQENT01'.
          88 WRK-CN-ARQEND01      VALUE 'ARQEND01'.
          88 WRK-CN-ARQCEP01      VALUE 'ARQCEP01'.
          88 WRK-CN-ARQHST01      VALUE 'ARQHST01'.
          88 WRK-CN-ARQHST02      VALUE 'ARQHST02'.
          88 WRK-CN-ARQDQF01      VALUE 'ARQDQF01'.
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
           COPY DEP01106.
           COPY GRD01105.
           COPY CLI02105.
           COPY ENT03105.
           COPY END04105.
           COPY CEP04105.
           COPY DQH06119.
           COPY DQF06119.
           COPY AUD00105.
           COPY 'I#AGEN01'.
           COPY 'I#ERRO01'.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0619 - FIM DA AREA DE WORKING   '.
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

           PERFORM 1100-CARREGAR-FAIXAS-CEP

           PERFORM 1200-CARREGAR-HISTORICO

           PERFORM 2000-AVALIAR-FUNCIONARIOS

           PERFORM 2100-AVALIAR-CLIENTES

           PERFORM 2200-AVALIAR-EMPRESTIMOS

           PERFORM 2300-AVALIAR-ENDERECOS

           PERFORM 2500-CALCULAR-ESCORES

           PERFORM 2600-GRAVAR-HISTORICO

           PERFORM 2700-IMPRIMIR-ESCORE

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
              OR WRK-PARM-COMPETENCIA NOT NUMERIC
              OR WRK-PARM-ANO EQUAL ZEROS
              OR WRK-PARM-MES LESS 01
              OR WRK-PARM-MES GREATER 12
              DISPLAY '************************************************'
              DISPLAY '* CARTAO DE PARAMETROS INVALIDO: INFORMAR A    *'
              DISPLAY '* COMPETENCIA (AAAAMM) NAS COLS 1-6            *'
              DISPLAY '* PROGRAMA ' WRK-PROGRAMA
                                          ' CANCELADO                *'
              DISPLAY '************************************************'
              MOVE 08 TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           CLOSE ARQPARM

      *    MESES CORRIDOS DESDE O ANO ZERO, PARA A CONTA DOS MESES
      *    ANTERIORES DA TENDENCIA E DA RETENCAO DO HISTORICO
           COMPUTE WRK-NUM-MES-ATUAL = (WRK-PARM-ANO * 12) +
                                        WRK-PARM-MES - 1

           SET  WRK-CN-ARQHST02        TO TRUE
           OPEN OUTPUT ARQHST02

           IF NOT WRK-FS-HST02-OK
              MOVE WRK-FS-ARQHST02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQDQF01        TO TRUE
           OPEN OUTPUT ARQDQF01

           IF NOT WRK-FS-DQF01-OK
              MOVE WRK-FS-ARQDQF01     TO WRK-FS-DISPLAY
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

           MOVE WRK-PARM-MES           TO WRK-CMF-MES
           MOVE WRK-PARM-ANO           TO WRK-CMF-ANO
           MOVE WRK-COMPETENCIA-FMT    TO WRK-CAB1-COMPETENCIA

           MOVE WRK-CAB1-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARGA DAS FAIXAS DE CEP DA REFERENCIA POSTAL                *
      *----------------------------------------------------------------*
       1100-CARREGAR-FAIXAS-CEP SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQCEP01        TO TRUE
           OPEN INPUT ARQCEP01

           IF NOT WRK-FS-CEP01-OK
              MOVE WRK-FS-ARQCEP01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3810-LER-FAIXA-CEP

           PERFORM 1110-ACUMULAR-FAIXA-CEP
              UNTIL WRK-FS-CEP01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQCEP01

           DISPLAY '* FAIXAS DE CEP CARREGADAS: ' WRK-CEP-QTDE
           .
      *----------------------------------------------------------------*
       1100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1110-ACUMULAR-FAIXA-CEP SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-CEP-QTDE NOT LESS 500
              DISPLAY '* TABELA DE FAIXAS DE CEP ESGOTADA (500)'
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           ADD 1 TO WRK-CEP-QTDE
           MOVE ARQCEP01-CEP-INI       TO WRK-CEP-INI (WRK-CEP-QTDE)
           MOVE ARQCEP01-CEP-FIM       TO WRK-CEP-FIM (WRK-CEP-QTDE)

           PERFORM 3810-LER-FAIXA-CEP
           .
      *----------------------------------------------------------------*
       1110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARGA DO HISTORICO DO ESCORE DA RODADA ANTERIOR: FICAM SO   *
      *    OS 12 MESES ANTERIORES A COMPETENCIA (A PROPRIA COMPETENCIA *
      *    E RECALCULADA; MESES POSTERIORES E MAIS ANTIGOS SAEM)       *
      *----------------------------------------------------------------*
       1200-CARREGAR-HISTORICO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQHST01        TO TRUE
           OPEN INPUT ARQHST01

           IF WRK-FS-HST01-INEXISTENTE
              DISPLAY '* HISTORICO DO ESCORE AUSENTE - '
                      'PRIMEIRA RODADA'
              GO TO 1200-99-FIM
           END-IF

           IF NOT WRK-FS-HST01-OK
              MOVE WRK-FS-ARQHST01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3820-LER-HISTORICO

           PERFORM 1210-ACUMULAR-HISTORICO
              UNTIL WRK-FS-HST01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQHST01
           .
      *----------------------------------------------------------------*
       1200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1210-ACUMULAR-HISTORICO SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQDQH01-COMPETENCIA NOT NUMERIC
              ADD 1 TO ACU-HST-DESCARTADOS
              GO TO 1210-90-LER
           END-IF

           MOVE ARQDQH01-COMPETENCIA   TO WRK-COMPETENCIA-CALC
           COMPUTE WRK-NUM-MES-CALC = (WRK-CMP-ANO * 12) +
                                       WRK-CMP-MES - 1

           IF WRK-NUM-MES-CALC NOT LESS WRK-NUM-MES-ATUAL
              OR WRK-NUM-MES-ATUAL - WRK-NUM-MES-CALC
                 GREATER WRK-MESES-HISTORICO
              ADD 1 TO ACU-HST-DESCARTADOS
              GO TO 1210-90-LER
           END-IF

           IF WRK-HST-QTDE NOT LESS 300
              DISPLAY '* TABELA DO HISTORICO DO ESCORE ESGOTADA (300)'
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           ADD 1 TO WRK-HST-QTDE
           MOVE ARQDQH01-REGISTRO      TO WRK-HST-LINHA (WRK-HST-QTDE)
           .
      *----------------------------------------------------------------*
       1210-90-LER.
      *----------------------------------------------------------------*
      *
           PERFORM 3820-LER-HISTORICO
           .
      *----------------------------------------------------------------*
       1210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CADASTRO DE FUNCIONARIOS: REGRAS F01 A F03 (INDICES 1 A 3)  *
      *----------------------------------------------------------------*
       2000-AVALIAR-FUNCIONARIOS SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE

           SET  WRK-CN-ARQFUN01        TO TRUE
           OPEN INPUT ARQFUN01

           IF NOT WRK-FS-FUN01-OK
              MOVE WRK-FS-ARQFUN01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQDEP01        TO TRUE
           OPEN INPUT ARQDEP01

           IF NOT WRK-FS-DEP01-OK
              MOVE WRK-FS-ARQDEP01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQGRD01        TO TRUE
           OPEN INPUT ARQGRD01

           IF NOT WRK-FS-GRD01-OK
              MOVE WRK-FS-ARQGRD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3830-LER-FUNCIONARIO

           PERFORM 2010-AVALIAR-FUNCIONARIO
              UNTIL WRK-FS-FUN01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQFUN01
                 ARQDEP01
                 ARQGRD01
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2010-AVALIAR-FUNCIONARIO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-CAC-LIDOS (1)
           SET  WRK-REGISTRO-APROVADO  TO TRUE
           MOVE WRK-FUN-COD-FUNCO      TO WRK-FAL-CHAVE

      *    F01 - DATA DE CONTROLE VALIDA
           ADD 1 TO WRK-RGC-AVALIADOS (1)
           PERFORM 2020-VALIDAR-DATA-CONTROLE
           IF WRK-DATA-CONTROLE-INVALIDA
              MOVE 1                   TO WRK-RGR-IDX
              MOVE WRK-FUN-DAT-CNTRL   TO WRK-FAL-VALOR
              PERFORM 2900-REGISTRAR-FALHA
           END-IF

      *    F02 - DEPARTAMENTO CADASTRADO NO DEP01106
           ADD 1 TO WRK-RGC-AVALIADOS (2)
           MOVE 2                      TO WRK-RGR-IDX
           MOVE WRK-FUN-COD-DEPTO      TO WRK-FAL-VALOR
           IF WRK-FUN-COD-DEPTO NOT NUMERIC
              OR WRK-FUN-COD-DEPTO EQUAL ZEROS
              PERFORM 2900-REGISTRAR-FALHA
           ELSE
              PERFORM 3840-LER-DEPARTAMENTO
              IF WRK-FS-DEP01-NAO-ENCONTRADO
                 PERFORM 2900-REGISTRAR-FALHA
              END-IF
           END-IF

      *    F03 - GRADE SALARIAL CADASTRADA NO GRD01105
           ADD 1 TO WRK-RGC-AVALIADOS (3)
           MOVE 3                      TO WRK-RGR-IDX
           MOVE WRK-FUN-COD-GRADE      TO WRK-FAL-VALOR
           IF WRK-FUN-COD-GRADE EQUAL SPACES
              PERFORM 2900-REGISTRAR-FALHA
           ELSE
              PERFORM 3850-LER-GRADE
              IF WRK-FS-GRD01-NAO-ENCONTRADO
                 PERFORM 2900-REGISTRAR-FALHA
              END-IF
           END-IF

           IF WRK-REGISTRO-APROVADO
              ADD 1 TO WRK-CAC-VALIDOS (1)
           END-IF

           PERFORM 3830-LER-FUNCIONARIO
           .
      *----------------------------------------------------------------*
       2010-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    DATA DE CONTROLE DD.MM.AAAA: NUMERICA, MES 01-12 E DIA      *
      *    DENTRO DO MES (FEVEREIRO COM 29 DIAS NOS ANOS BISSEXTOS)    *
      *----------------------------------------------------------------*
       2020-VALIDAR-DATA-CONTROLE SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-DATA-CONTROLE-INVALIDA TO TRUE
           MOVE WRK-FUN-DAT-CNTRL      TO WRK-DTC-DATA

           IF WRK-DTC-DIA NOT NUMERIC
              OR WRK-DTC-MES NOT NUMERIC
              OR WRK-DTC-ANO NOT NUMERIC
              GO TO 2020-99-FIM
           END-IF

           IF WRK-DTC-ANO EQUAL ZEROS
              OR WRK-DTC-MES LESS 01
              OR WRK-DTC-MES GREATER 12
              OR WRK-DTC-DIA LESS 01
              GO TO 2020-99-FIM
           END-IF

           MOVE WRK-DMS-DIAS (WRK-DTC-MES) TO WRK-DTC-ULTIMO-DIA

           IF WRK-DTC-MES EQUAL 02
              DIVIDE WRK-DTC-ANO BY 4   GIVING WRK-DTC-QUOCIENTE
                     REMAINDER WRK-DTC-RESTO-4
              DIVIDE WRK-DTC-ANO BY 100 GIVING WRK-DTC-QUOCIENTE
                     REMAINDER WRK-DTC-RESTO-100
              DIVIDE WRK-DTC-ANO BY 400 GIVING WRK-DTC-QUOCIENTE
                     REMAINDER WRK-DTC-RESTO-400
              IF WRK-DTC-RESTO-4 EQUAL ZEROS
                 AND (WRK-DTC-RESTO-100 NOT EQUAL ZEROS
                  OR WRK-DTC-RESTO-400 EQUAL ZEROS)
                 MOVE 29               TO WRK-DTC-ULTIMO-DIA
              END-IF
           END-IF

           IF WRK-DTC-DIA GREATER WRK-DTC-ULTIMO-DIA
              GO TO 2020-99-FIM
           END-IF

           SET  WRK-DATA-CONTROLE-VALIDA TO TRUE
           .
      *----------------------------------------------------------------*
       2020-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CADASTRO DE CLIENTES: REGRAS C01 E C02 (INDICES 4 E 5)      *
      *----------------------------------------------------------------*
       2100-AVALIAR-CLIENTES SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQCLI01        TO TRUE
           OPEN INPUT ARQCLI01

           IF NOT WRK-FS-CLI01-OK
              MOVE WRK-FS-ARQCLI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3860-LER-CLIENTE

           PERFORM 2110-AVALIAR-CLIENTE
              UNTIL WRK-FS-CLI01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQCLI01

           SET  AGEN01-FECHAR          TO TRUE
           CALL WRK-AGEN2000           USING AGEN01-REGISTRO
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2110-AVALIAR-CLIENTE SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-CAC-LIDOS (2)
           SET  WRK-REGISTRO-APROVADO  TO TRUE
           MOVE ARQCLI01-CPF           TO WRK-FAL-CHAVE

      *    C01 - DIGITO VERIFICADOR DO CPF
           ADD 1 TO WRK-RGC-AVALIADOS (4)
           MOVE ARQCLI01-CPF           TO WRK-CPF-NUMERO
           PERFORM 5500-VALIDAR-CPF
           IF WRK-CPF-INVALIDO
              MOVE 4                   TO WRK-RGR-IDX
              MOVE ARQCLI01-CPF        TO WRK-FAL-VALOR
              PERFORM 2900-REGISTRAR-FALHA
           END-IF

      *    C02 - AGENCIA DE RELACIONAMENTO NO CADASTRO DE AGENCIAS
      *    (AGENCIA ENCERRADA CONTINUA CADASTRADA)
           ADD 1 TO WRK-RGC-AVALIADOS (5)
           MOVE 5                      TO WRK-RGR-IDX
           MOVE ARQCLI01-COD-AGENCIA   TO WRK-FAL-VALOR
           IF ARQCLI01-COD-AGENCIA NOT NUMERIC
              OR ARQCLI01-COD-AGENCIA EQUAL ZEROS
              PERFORM 2900-REGISTRAR-FALHA
           ELSE
              PERFORM 2120-CONSULTAR-AGENCIA
              IF AGEN01-AGENCIA-INEXISTENTE
                 PERFORM 2900-REGISTRAR-FALHA
              END-IF
           END-IF

           IF WRK-REGISTRO-APROVADO
              ADD 1 TO WRK-CAC-VALIDOS (2)
           END-IF

           PERFORM 3860-LER-CLIENTE
           .
      *----------------------------------------------------------------*
       2110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    AGENCIA DO CLIENTE NO CADASTRO DE AGENCIAS (AGEN2000)       *
      *----------------------------------------------------------------*
       2120-CONSULTAR-AGENCIA SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE AGEN01-REGISTRO
           MOVE 'I#AGEN01'             TO AGEN01-ID-BLOCO
           SET  AGEN01-CONSULTAR       TO TRUE
           MOVE ARQCLI01-COD-AGENCIA   TO AGEN01-COD-AGENCIA

           CALL WRK-AGEN2000           USING AGEN01-REGISTRO

           IF AGEN01-ERRO-CADASTRO
              SET  WRK-CN-READ         TO TRUE
              SET  WRK-CN-ARQAGE01     TO TRUE
              MOVE AGEN01-FILE-STATUS  TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       2120-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CADASTRO DE EMPRESTIMOS: REGRAS E01 A E03 (INDICES 6 A 8).  *
      *    A REGRA DO AVALISTA SO AVALIA EMPRESTIMO COM AVALISTA       *
      *    (NOME OU CPF INFORMADO)                                     *
      *----------------------------------------------------------------*
       2200-AVALIAR-EMPRESTIMOS SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQENT01        TO TRUE
           OPEN INPUT ARQENT01

           IF NOT WRK-FS-ENT01-OK
              MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3870-LER-EMPRESTIMO

           PERFORM 2210-AVALIAR-EMPRESTIMO
              UNTIL WRK-FS-ENT01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQENT01
           .
      *----------------------------------------------------------------*
       2200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2210-AVALIAR-EMPRESTIMO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-CAC-LIDOS (3)
           SET  WRK-REGISTRO-APROVADO  TO TRUE
           MOVE SPACES                 TO WRK-FAL-CHAVE
           STRING ARQENT01-COD-AGENCIA    DELIMITED BY SIZE
                  '/'                     DELIMITED BY SIZE
                  ARQENT01-NUM-CONTA      DELIMITED BY SIZE
                  '/'                     DELIMITED BY SIZE
                  ARQENT01-NUM-EMPRESTIMO DELIMITED BY SIZE
                  INTO WRK-FAL-CHAVE
           END-STRING

      *    E01 - E-MAIL DO CLIENTE INFORMADO
           ADD 1 TO WRK-RGC-AVALIADOS (6)
           IF ARQENT01-EMAIL-CLIENTE EQUAL SPACES
              MOVE 6                   TO WRK-RGR-IDX
              MOVE SPACES              TO WRK-FAL-VALOR
              PERFORM 2900-REGISTRAR-FALHA
           END-IF

      *    E02 - TELEFONE DO CLIENTE INFORMADO
           ADD 1 TO WRK-RGC-AVALIADOS (7)
           IF ARQENT01-TEL-CLIENTE EQUAL SPACES
              OR ARQENT01-TEL-CLIENTE EQUAL ZEROS
              MOVE 7                   TO WRK-RGR-IDX
              MOVE ARQENT01-TEL-CLIENTE
                                       TO WRK-FAL-VALOR
              PERFORM 2900-REGISTRAR-FALHA
           END-IF

      *    E03 - DIGITO DO CPF DO AVALISTA
           IF ARQENT01-NOM-AVALISTA NOT EQUAL SPACES
              OR (ARQENT01-CPF-AVALISTA NUMERIC
              AND ARQENT01-CPF-AVALISTA NOT EQUAL ZEROS)
              ADD 1 TO WRK-RGC-AVALIADOS (8)
              MOVE ARQENT01-CPF-AVALISTA
                                       TO WRK-CPF-NUMERO
              PERFORM 5500-VALIDAR-CPF
              IF WRK-CPF-INVALIDO
                 MOVE 8                TO WRK-RGR-IDX
                 MOVE ARQENT01-CPF-AVALISTA
                                       TO WRK-FAL-VALOR
                 PERFORM 2900-REGISTRAR-FALHA
              END-IF
           END-IF

           IF WRK-REGISTRO-APROVADO
              ADD 1 TO WRK-CAC-VALIDOS (3)
           END-IF

           PERFORM 3870-LER-EMPRESTIMO
           .
      *----------------------------------------------------------------*
       2210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ENDERECOS DOS CLIENTES: REGRA N01 (INDICE 9). O CABECALHO   *
      *    DE COLUNAS DA EXTRACAO NAO E AVALIADO                       *
      *----------------------------------------------------------------*
       2300-AVALIAR-ENDERECOS SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQEND01        TO TRUE
           OPEN INPUT ARQEND01

           IF NOT WRK-FS-END01-OK
              MOVE WRK-FS-ARQEND01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3880-LER-ENDERECO

           PERFORM 2310-AVALIAR-ENDERECO
              UNTIL WRK-FS-END01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQEND01
           .
      *----------------------------------------------------------------*
       2300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2310-AVALIAR-ENDERECO SECTION.
      *----------------------------------------------------------------*
      *
           IF FD-ARQEND01 (1:8) EQUAL 'COD-CLI;'
              GO TO 2310-90-LER
           END-IF

           ADD 1 TO WRK-CAC-LIDOS (4)
           SET  WRK-REGISTRO-APROVADO  TO TRUE
           MOVE FD-ARQEND01 (1:13)     TO WRK-FAL-CHAVE

      *    N01 - CEP DENTRO DE UMA FAIXA DA REFERENCIA POSTAL
           ADD 1 TO WRK-RGC-AVALIADOS (9)
           MOVE 9                      TO WRK-RGR-IDX
           MOVE FD-ARQEND01 (106:8)    TO WRK-FAL-VALOR
           IF ARQSAI03-CEP NOT NUMERIC
              OR ARQSAI03-CEP EQUAL ZEROS
              PERFORM 2900-REGISTRAR-FALHA
           ELSE
              PERFORM 5300-PROCURAR-FAIXA-CEP
              IF WRK-CEP-IDX GREATER WRK-CEP-QTDE
                 PERFORM 2900-REGISTRAR-FALHA
              END-IF
           END-IF

           IF WRK-REGISTRO-APROVADO
              ADD 1 TO WRK-CAC-VALIDOS (4)
           END-IF
           .
      *----------------------------------------------------------------*
       2310-90-LER.
      *----------------------------------------------------------------*
      *
           PERFORM 3880-LER-ENDERECO
           .
      *----------------------------------------------------------------*
       2310-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PERCENTUAL APROVADO POR REGRA E POR CADASTRO (SEM REGISTRO  *
      *    AVALIADO O PERCENTUAL FICA ZERADO E SAI COMO N/D)           *
      *----------------------------------------------------------------*
       2500-CALCULAR-ESCORES SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2510-CALCULAR-REGRA
              VARYING WRK-RGR-IDX FROM 1 BY 1
              UNTIL WRK-RGR-IDX GREATER WRK-RGR-QTDE

           PERFORM 2520-CALCULAR-CADASTRO
              VARYING WRK-CAD-IDX FROM 1 BY 1
              UNTIL WRK-CAD-IDX GREATER WRK-CAD-QTDE
           .
      *----------------------------------------------------------------*
       2500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2510-CALCULAR-REGRA SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-RGC-AVALIADOS (WRK-RGR-IDX) GREATER ZEROS
              COMPUTE WRK-RGC-PCT (WRK-RGR-IDX) ROUNDED =
                      (WRK-RGC-AVALIADOS (WRK-RGR-IDX) -
                       WRK-RGC-FALHAS (WRK-RGR-IDX)) * 100 /
                       WRK-RGC-AVALIADOS (WRK-RGR-IDX)
           END-IF
           .
      *----------------------------------------------------------------*
       2510-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2520-CALCULAR-CADASTRO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-CAC-LIDOS (WRK-CAD-IDX) GREATER ZEROS
              COMPUTE WRK-CAC-PCT (WRK-CAD-IDX) ROUNDED =
                      WRK-CAC-VALIDOS (WRK-CAD-IDX) * 100 /
                      WRK-CAC-LIDOS (WRK-CAD-IDX)
           END-IF
           .
      *----------------------------------------------------------------*
       2520-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    NOVA GERACAO DO HISTORICO: MESES ANTERIORES MANTIDOS E, NO  *
      *    FIM, O ESCORE DA COMPETENCIA (REGRAS E CADASTROS)           *
      *----------------------------------------------------------------*
       2600-GRAVAR-HISTORICO SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2610-GRAVAR-MES-ANTERIOR
              VARYING WRK-HST-IDX FROM 1 BY 1
              UNTIL WRK-HST-IDX GREATER WRK-HST-QTDE

           PERFORM 2620-GRAVAR-REGRA
              VARYING WRK-RGR-IDX FROM 1 BY 1
              UNTIL WRK-RGR-IDX GREATER WRK-RGR-QTDE

           PERFORM 2630-GRAVAR-CADASTRO
              VARYING WRK-CAD-IDX FROM 1 BY 1
              UNTIL WRK-CAD-IDX GREATER WRK-CAD-QTDE
           .
      *----------------------------------------------------------------*
       2600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2610-GRAVAR-MES-ANTERIOR SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-HST-LINHA (WRK-HST-IDX)
                                       TO ARQDQH01-REGISTRO
           PERFORM 3960-GRAVAR-HISTORICO
           .
      *----------------------------------------------------------------*
       2610-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2620-GRAVAR-REGRA SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE ARQDQH01-REGISTRO
           MOVE WRK-PARM-COMPETENCIA   TO ARQDQH01-COMPETENCIA
           SET  ARQDQH01-LINHA-REGRA   TO TRUE
           MOVE WRK-RGR-CADASTRO (WRK-RGR-IDX)
                                       TO ARQDQH01-COD-CADASTRO
           MOVE WRK-RGR-COD-REGRA (WRK-RGR-IDX)
                                       TO ARQDQH01-COD-REGRA
           MOVE WRK-RGC-AVALIADOS (WRK-RGR-IDX)
                                       TO ARQDQH01-QTDE-AVALIADOS
           COMPUTE ARQDQH01-QTDE-VALIDOS =
                   WRK-RGC-AVALIADOS (WRK-RGR-IDX) -
                   WRK-RGC-FALHAS (WRK-RGR-IDX)
           MOVE WRK-RGC-PCT (WRK-RGR-IDX)
                                       TO ARQDQH01-PCT-VALIDO
           PERFORM 3960-GRAVAR-HISTORICO
           .
      *----------------------------------------------------------------*
       2620-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2630-GRAVAR-CADASTRO SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE ARQDQH01-REGISTRO
           MOVE WRK-PARM-COMPETENCIA   TO ARQDQH01-COMPETENCIA
           SET  ARQDQH01-LINHA-CADASTRO
                                       TO TRUE
           MOVE WRK-CAD-CODIGO (WRK-CAD-IDX)
                                       TO ARQDQH01-COD-CADASTRO
           MOVE SPACES                 TO ARQDQH01-COD-REGRA
           MOVE WRK-CAC-LIDOS (WRK-CAD-IDX)
                                       TO ARQDQH01-QTDE-AVALIADOS
           MOVE WRK-CAC-VALIDOS (WRK-CAD-IDX)
                                       TO ARQDQH01-QTDE-VALIDOS
           MOVE WRK-CAC-PCT (WRK-CAD-IDX)
                                       TO ARQDQH01-PCT-VALIDO
           PERFORM 3960-GRAVAR-HISTORICO
           .
      *----------------------------------------------------------------*
       2630-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ESCORE POR CADASTRO: AS REGRAS DO CADASTRO E A LINHA DOS    *
      *    REGISTROS SEM NENHUMA FALHA, COM A TENDENCIA DOS 5 MESES    *
      *    ANTERIORES E A VARIACAO SOBRE O MES ANTERIOR                *
      *----------------------------------------------------------------*
       2700-IMPRIMIR-ESCORE SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2710-MONTAR-MES-CABECALHO
              VARYING WRK-MESES-ATRAS FROM 1 BY 1
              UNTIL WRK-MESES-ATRAS GREATER WRK-MESES-TENDENCIA

           PERFORM 2720-IMPRIMIR-CADASTRO
              VARYING WRK-CAD-IDX FROM 1 BY 1
              UNTIL WRK-CAD-IDX GREATER WRK-CAD-QTDE
           .
      *----------------------------------------------------------------*
       2700-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2710-MONTAR-MES-CABECALHO SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 5400-COMPETENCIA-ANTERIOR

           MOVE WRK-CMP-MES            TO WRK-CMF-MES
           MOVE WRK-CMP-ANO            TO WRK-CMF-ANO
           MOVE SPACES                 TO WRK-CAB-MES (WRK-MESES-ATRAS)
           MOVE WRK-COMPETENCIA-FMT    TO
                WRK-CAB-MES-TEXTO (WRK-MESES-ATRAS)
           .
      *----------------------------------------------------------------*
       2710-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2720-IMPRIMIR-CADASTRO SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 4950-GRAVAR-LINHA

           MOVE WRK-CAD-NOME (WRK-CAD-IDX)
                                       TO WRK-CAB-TIT-TEXTO
           MOVE WRK-CAB-TITULO         TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE WRK-CAB-COLUNAS        TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 2730-IMPRIMIR-REGRA
              VARYING WRK-RGR-IDX FROM 1 BY 1
              UNTIL WRK-RGR-IDX GREATER WRK-RGR-QTDE

           MOVE WRK-CAD-CODIGO (WRK-CAD-IDX)
                                       TO WRK-DET-CADASTRO
           MOVE '---'                  TO WRK-DET-REGRA
           MOVE 'REGISTROS SEM NENHUMA FALHA'
                                       TO WRK-DET-DESCRICAO
           MOVE WRK-CAC-LIDOS (WRK-CAD-IDX)
                                       TO WRK-DET-AVALIADOS
           MOVE WRK-CAC-VALIDOS (WRK-CAD-IDX)
                                       TO WRK-DET-VALIDOS
           MOVE WRK-CAC-PCT (WRK-CAD-IDX)
                                       TO WRK-PCT-CALC

           MOVE 'C'                    TO WRK-BUS-TIP-LINHA
           MOVE WRK-CAD-CODIGO (WRK-CAD-IDX)
                                       TO WRK-BUS-COD-CADASTRO
           MOVE SPACES                 TO WRK-BUS-COD-REGRA

           IF WRK-CAC-LIDOS (WRK-CAD-IDX) EQUAL ZEROS
              MOVE '   N/D '           TO WRK-DET-PCT-ATUAL
           ELSE
              PERFORM 2750-FORMATAR-PCT-ATUAL
           END-IF

           PERFORM 2760-MONTAR-TENDENCIA

           MOVE WRK-DET-ESCORE         TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       2720-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2730-IMPRIMIR-REGRA SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-RGR-CADASTRO (WRK-RGR-IDX) NOT EQUAL
              WRK-CAD-CODIGO (WRK-CAD-IDX)
              GO TO 2730-99-FIM
           END-IF

           MOVE WRK-RGR-CADASTRO (WRK-RGR-IDX)
                                       TO WRK-DET-CADASTRO
           MOVE WRK-RGR-COD-REGRA (WRK-RGR-IDX)
                                       TO WRK-DET-REGRA
           MOVE WRK-RGR-DESCRICAO (WRK-RGR-IDX)
                                       TO WRK-DET-DESCRICAO
           MOVE WRK-RGC-AVALIADOS (WRK-RGR-IDX)
                                       TO WRK-DET-AVALIADOS
           COMPUTE WRK-DET-VALIDOS =
                   WRK-RGC-AVALIADOS (WRK-RGR-IDX) -
                   WRK-RGC-FALHAS (WRK-RGR-IDX)
           MOVE WRK-RGC-PCT (WRK-RGR-IDX)
                                       TO WRK-PCT-CALC

           MOVE 'R'                    TO WRK-BUS-TIP-LINHA
           MOVE WRK-RGR-CADASTRO (WRK-RGR-IDX)
                                       TO WRK-BUS-COD-CADASTRO
           MOVE WRK-RGR-COD-REGRA (WRK-RGR-IDX)
                                       TO WRK-BUS-COD-REGRA

           IF WRK-RGC-AVALIADOS (WRK-RGR-IDX) EQUAL ZEROS
              MOVE '   N/D '           TO WRK-DET-PCT-ATUAL
           ELSE
              PERFORM 2750-FORMATAR-PCT-ATUAL
           END-IF

           PERFORM 2760-MONTAR-TENDENCIA

           MOVE WRK-DET-ESCORE         TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       2730-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2750-FORMATAR-PCT-ATUAL SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-DET-PCT-ATUAL
           MOVE WRK-PCT-CALC           TO WRK-MASK-PCT
           MOVE WRK-MASK-PCT           TO WRK-DET-PCT-ATUAL (2:6)
           .
      *----------------------------------------------------------------*
       2750-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    TENDENCIA DA LINHA PESQUISADA EM WRK-BUSCA-HISTORICO: MES   *
      *    SEM ESCORE NO HISTORICO SAI COMO '-'; VARIACAO SO QUANDO HA *
      *    ESCORE NA COMPETENCIA E NO MES ANTERIOR                     *
      *----------------------------------------------------------------*
       2760-MONTAR-TENDENCIA SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-SEM-MES-ANTERIOR   TO TRUE

           PERFORM 2770-MONTAR-MES-TENDENCIA
              VARYING WRK-MESES-ATRAS FROM 1 BY 1
              UNTIL WRK-MESES-ATRAS GREATER WRK-MESES-TENDENCIA

           MOVE SPACES                 TO WRK-DET-VARIACAO

           IF WRK-TEM-MES-ANTERIOR
              AND WRK-DET-PCT-ATUAL NOT EQUAL '   N/D '
              COMPUTE WRK-VARIACAO = WRK-PCT-CALC - WRK-PCT-ANTERIOR
              MOVE WRK-VARIACAO        TO WRK-MASK-VARIACAO
              MOVE WRK-MASK-VARIACAO   TO WRK-DET-VARIACAO (3:7)
           END-IF
           .
      *----------------------------------------------------------------*
       2760-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2770-MONTAR-MES-TENDENCIA SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 5400-COMPETENCIA-ANTERIOR
           MOVE WRK-COMPETENCIA-CALC   TO WRK-BUS-COMPETENCIA

           PERFORM 5200-PROCURAR-HISTORICO

           MOVE SPACES TO WRK-DET-PCT-ANTERIOR (WRK-MESES-ATRAS)

           EVALUATE TRUE
              WHEN WRK-HST-IDX GREATER WRK-HST-QTDE
                 MOVE '      -'
                   TO WRK-DET-PCT-ANTERIOR (WRK-MESES-ATRAS)
              WHEN WRK-HST-QTDE-AVALIADOS (WRK-HST-IDX) EQUAL ZEROS
                 MOVE '    N/D'
                   TO WRK-DET-PCT-ANTERIOR (WRK-MESES-ATRAS)
              WHEN OTHER
                 MOVE WRK-HST-PCT-VALIDO (WRK-HST-IDX)
                                       TO WRK-MASK-PCT
                 MOVE WRK-MASK-PCT
                   TO WRK-DET-PCT-ANTERIOR (WRK-MESES-ATRAS) (3:6)
                 IF WRK-MESES-ATRAS EQUAL 1
                    SET  WRK-TEM-MES-ANTERIOR TO TRUE
                    MOVE WRK-HST-PCT-VALIDO (WRK-HST-IDX)
                                       TO WRK-PCT-ANTERIOR
                 END-IF
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       2770-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CHAVE REPROVADA NA REGRA WRK-RGR-IDX: CONTA A FALHA, MARCA  *
      *    O REGISTRO E GRAVA A CHAVE PARA O GESTOR DO CADASTRO        *
      *----------------------------------------------------------------*
       2900-REGISTRAR-FALHA SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-RGC-FALHAS (WRK-RGR-IDX)
           SET  WRK-REGISTRO-REPROVADO TO TRUE

           INITIALIZE ARQDQF01-REGISTRO
           MOVE WRK-PARM-COMPETENCIA   TO ARQDQF01-COMPETENCIA
           MOVE WRK-RGR-CADASTRO (WRK-RGR-IDX)
                                       TO ARQDQF01-COD-CADASTRO
           MOVE WRK-RGR-COD-REGRA (WRK-RGR-IDX)
                                       TO ARQDQF01-COD-REGRA
           MOVE WRK-FAL-CHAVE          TO ARQDQF01-CHAVE
           MOVE WRK-RGR-DESCRICAO (WRK-RGR-IDX)
                                       TO ARQDQF01-DES-REGRA
           MOVE WRK-FAL-VALOR          TO ARQDQF01-VAL-ENCONTRADO

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQDQF01        TO TRUE

           WRITE FD-ARQDQF01 FROM ARQDQF01-REGISTRO

           IF WRK-FS-DQF01-OK
              ADD 1 TO ACU-GRAVA-ARQDQF01
           ELSE
              MOVE WRK-FS-ARQDQF01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       2900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3810-LER-FAIXA-CEP SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQCEP01        TO TRUE

           READ ARQCEP01 INTO ARQCEP01-REGISTRO

           IF NOT WRK-FS-CEP01-OK
              AND NOT WRK-FS-CEP01-FIM
              MOVE WRK-FS-ARQCEP01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3810-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3820-LER-HISTORICO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQHST01        TO TRUE

           READ ARQHST01 INTO ARQDQH01-REGISTRO

           IF WRK-FS-HST01-OK
              ADD 1 TO ACU-LIDOS-ARQHST01
           ELSE
              IF NOT WRK-FS-HST01-FIM
                 MOVE WRK-FS-ARQHST01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3820-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3830-LER-FUNCIONARIO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQFUN01        TO TRUE

           READ ARQFUN01 INTO WRK-REG-FUNCO

           IF WRK-FS-FUN01-OK
              ADD 1 TO ACU-LIDOS-ARQFUN01
           ELSE
              IF NOT WRK-FS-FUN01-FIM
                 MOVE WRK-FS-ARQFUN01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3830-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3840-LER-DEPARTAMENTO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-FUN-COD-DEPTO      TO FD-ARQDEP01-COD-DEPTO

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQDEP01        TO TRUE

           READ ARQDEP01 INTO ARQDEP01-REGISTRO

           IF NOT WRK-FS-DEP01-OK
              AND NOT WRK-FS-DEP01-NAO-ENCONTRADO
              MOVE WRK-FS-ARQDEP01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3840-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3850-LER-GRADE SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-FUN-COD-GRADE      TO FD-ARQGRD01-COD-GRADE

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQGRD01        TO TRUE

           READ ARQGRD01 INTO ARQGRD01-REGISTRO

           IF NOT WRK-FS-GRD01-OK
              AND NOT WRK-FS-GRD01-NAO-ENCONTRADO
              MOVE WRK-FS-ARQGRD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3850-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3860-LER-CLIENTE SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQCLI01        TO TRUE

           READ ARQCLI01 INTO ARQCLI01-REGISTRO

           IF WRK-FS-CLI01-OK
              ADD 1 TO ACU-LIDOS-ARQCLI01
           ELSE
              IF NOT WRK-FS-CLI01-FIM
                 MOVE WRK-FS-ARQCLI01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3860-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3870-LER-EMPRESTIMO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQENT01        TO TRUE

           READ ARQENT01 INTO ARQENT01-REGISTRO

           IF WRK-FS-ENT01-OK
              ADD 1 TO ACU-LIDOS-ARQENT01
           ELSE
              IF NOT WRK-FS-ENT01-FIM
                 MOVE WRK-FS-ARQENT01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3870-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3880-LER-ENDERECO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQEND01        TO TRUE

           READ ARQEND01 INTO ARQSAI03-REGISTRO

           IF WRK-FS-END01-OK
              ADD 1 TO ACU-LIDOS-ARQEND01
           ELSE
              IF NOT WRK-FS-END01-FIM
                 MOVE WRK-FS-ARQEND01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3880-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3960-GRAVAR-HISTORICO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQHST02        TO TRUE

           WRITE FD-ARQHST02 FROM ARQDQH01-REGISTRO

           IF WRK-FS-HST02-OK
              ADD 1 TO ACU-GRAVA-ARQHST02
           ELSE
              MOVE WRK-FS-ARQHST02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3960-99-FIM.
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
           COMPUTE ARQAUD01-QTDE-LIDOS = ACU-LIDOS-ARQFUN01 +
                                          ACU-LIDOS-ARQCLI01 +
                                          ACU-LIDOS-ARQENT01 +
                                          ACU-LIDOS-ARQEND01
           MOVE ACU-GRAVA-ARQDQF01      TO ARQAUD01-QTDE-GRAVA
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
           PERFORM 4800-GRAVAR-TOTAIS

           PERFORM 3980-GRAVAR-AUDITORIA

           SET  WRK-CN-CLOSE           TO TRUE

           SET  WRK-CN-ARQHST02        TO TRUE
           CLOSE ARQHST02
           IF NOT WRK-FS-HST02-OK
              MOVE WRK-FS-ARQHST02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQDQF01        TO TRUE
           CLOSE ARQDQF01
           IF NOT WRK-FS-DQF01-OK
              MOVE WRK-FS-ARQDQF01     TO WRK-FS-DISPLAY
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
           MOVE ACU-LIDOS-ARQFUN01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE FUNCIONARIOS LIDOS    : ' WRK-MASK-QTDE  '*'
           MOVE ACU-LIDOS-ARQCLI01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE CLIENTES LIDOS        : ' WRK-MASK-QTDE  '*'
           MOVE ACU-LIDOS-ARQENT01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE EMPRESTIMOS LIDOS     : ' WRK-MASK-QTDE  '*'
           MOVE WRK-CAC-LIDOS (4)      TO WRK-MASK-QTDE
           DISPLAY '* QTDE ENDERECOS LIDOS       : ' WRK-MASK-QTDE  '*'
           MOVE ACU-GRAVA-ARQDQF01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE CHAVES REPROVADAS     : ' WRK-MASK-QTDE  '*'
           MOVE ACU-GRAVA-ARQHST02     TO WRK-MASK-QTDE
           DISPLAY '* QTDE LINHAS NO HISTORICO   : ' WRK-MASK-QTDE  '*'
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

           MOVE 'FUNCIONARIOS AVALIADOS..................:'
                                       TO WRK-RES-DESCRICAO
           MOVE WRK-CAC-LIDOS (1)      TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'CLIENTES AVALIADOS......................:'
                                       TO WRK-RES-DESCRICAO
           MOVE WRK-CAC-LIDOS (2)      TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'EMPRESTIMOS AVALIADOS...................:'
                                       TO WRK-RES-DESCRICAO
           MOVE WRK-CAC-LIDOS (3)      TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'ENDERECOS AVALIADOS.....................:'
                                       TO WRK-RES-DESCRICAO
           MOVE WRK-CAC-LIDOS (4)      TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'CHAVES REPROVADAS GRAVADAS..............:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-GRAVA-ARQDQF01     TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'LINHAS LIDAS DO HISTORICO ANTERIOR......:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-LIDOS-ARQHST01     TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE '  DESCARTADAS (FORA DOS 12 MESES).......:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-HST-DESCARTADOS    TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'LINHAS NO HISTORICO ATUALIZADO..........:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-GRAVA-ARQHST02     TO WRK-RES-QTDE
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
      *    LINHA DO HISTORICO PESQUISADA EM WRK-BUSCA-HISTORICO        *
      *----------------------------------------------------------------*
       5200-PROCURAR-HISTORICO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-HST-IDX

           PERFORM 5210-PROXIMO-HISTORICO
              UNTIL WRK-HST-IDX GREATER WRK-HST-QTDE
                 OR (WRK-HST-COMPETENCIA (WRK-HST-IDX) EQUAL
                     WRK-BUS-COMPETENCIA
                 AND WRK-HST-TIP-LINHA (WRK-HST-IDX) EQUAL
                     WRK-BUS-TIP-LINHA
                 AND WRK-HST-COD-CADASTRO (WRK-HST-IDX) EQUAL
                     WRK-BUS-COD-CADASTRO
                 AND WRK-HST-COD-REGRA (WRK-HST-IDX) EQUAL
                     WRK-BUS-COD-REGRA)
           .
      *----------------------------------------------------------------*
       5200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5210-PROXIMO-HISTORICO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-HST-IDX
           .
      *----------------------------------------------------------------*
       5210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    FAIXA DA REFERENCIA POSTAL QUE CONTEM O CEP DO ENDERECO     *
      *----------------------------------------------------------------*
       5300-PROCURAR-FAIXA-CEP SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-CEP-IDX

           PERFORM 5310-PROXIMA-FAIXA-CEP
              UNTIL WRK-CEP-IDX GREATER WRK-CEP-QTDE
                 OR (ARQSAI03-CEP NOT LESS WRK-CEP-INI (WRK-CEP-IDX)
                 AND ARQSAI03-CEP NOT GREATER
                     WRK-CEP-FIM (WRK-CEP-IDX))
           .
      *----------------------------------------------------------------*
       5300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5310-PROXIMA-FAIXA-CEP SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-CEP-IDX
           .
      *----------------------------------------------------------------*
       5310-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    COMPETENCIA WRK-MESES-ATRAS MESES ANTES DA COMPETENCIA DO   *
      *    CARTAO, DEVOLVIDA EM WRK-COMPETENCIA-CALC (AAAAMM)          *
      *----------------------------------------------------------------*
       5400-COMPETENCIA-ANTERIOR SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WRK-NUM-MES-CALC = WRK-NUM-MES-ATUAL -
                                       WRK-MESES-ATRAS

           DIVIDE WRK-NUM-MES-CALC BY 12 GIVING WRK-ANO-CALC
                  REMAINDER WRK-MES-CALC

           MOVE WRK-ANO-CALC           TO WRK-CMP-ANO
           COMPUTE WRK-CMP-MES = WRK-MES-CALC + 1
           .
      *----------------------------------------------------------------*
       5400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    VALIDACAO DO DIGITO VERIFICADOR (MODULO 11) DO CPF EM       *
      *    WRK-CPF-NUMERO; CPF NAO NUMERICO OU ZERADO E INVALIDO       *
      *----------------------------------------------------------------*
       5500-VALIDAR-CPF SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CPF-INVALIDO       TO TRUE

           IF WRK-CPF-NUMERO NOT NUMERIC
              OR WRK-CPF-BASE EQUAL ZEROS
              GO TO 5500-99-FIM
           END-IF

           PERFORM 5510-EXTRAIR-DIGITO
               VARYING WRK-CPF-IDX FROM 1 BY 1
               UNTIL WRK-CPF-IDX GREATER 9

           MOVE ZEROS                  TO WRK-CPF-SOMA

           PERFORM 5520-SOMAR-PESO-1
               VARYING WRK-CPF-IDX FROM 1 BY 1
               UNTIL WRK-CPF-IDX GREATER 9

           DIVIDE WRK-CPF-SOMA BY 11 GIVING WRK-CPF-RESTO
               REMAINDER WRK-CPF-RESTO

           IF WRK-CPF-RESTO LESS 2
              MOVE ZEROS               TO WRK-CPF-DIG1
           ELSE
              COMPUTE WRK-CPF-DIG1 = 11 - WRK-CPF-RESTO
           END-IF

           MOVE ZEROS                  TO WRK-CPF-SOMA

           PERFORM 5530-SOMAR-PESO-2
               VARYING WRK-CPF-IDX FROM 1 BY 1
               UNTIL WRK-CPF-IDX GREATER 9

           COMPUTE WRK-CPF-SOMA = WRK-CPF-SOMA + (WRK-CPF-DIG1 * 2)

           DIVIDE WRK-CPF-SOMA BY 11 GIVING WRK-CPF-RESTO
               REMAINDER WRK-CPF-RESTO

           IF WRK-CPF-RESTO LESS 2
              MOVE ZEROS               TO WRK-CPF-DIG2
           ELSE
              COMPUTE WRK-CPF-DIG2 = 11 - WRK-CPF-RESTO
           END-IF

           COMPUTE WRK-CPF-DIG-ESPERADO = (WRK-CPF-DIG1 * 10) +
                                            WRK-CPF-DIG2

           IF WRK-CPF-DIG-ESPERADO EQUAL WRK-CPF-DIG-INFORMADO
              SET  WRK-CPF-VALIDO      TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       5500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    EXTRAI OS 9 DIGITOS BASE DO CPF PARA A TABELA DE TRABALHO   *
      *----------------------------------------------------------------*
       5510-EXTRAIR-DIGITO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-CPF-BASE (WRK-CPF-IDX:1)
                                   TO WRK-CPF-DIGITO (WRK-CPF-IDX)
           .
      *----------------------------------------------------------------*
       5510-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    SOMATORIO PONDERADO PARA O 1O DIGITO VERIFICADOR            *
      *----------------------------------------------------------------*
       5520-SOMAR-PESO-1 SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WRK-CPF-PESO = 11 - WRK-CPF-IDX

           COMPUTE WRK-CPF-SOMA = WRK-CPF-SOMA +
                   (WRK-CPF-DIGITO (WRK-CPF-IDX) * WRK-CPF-PESO)
           .
      *----------------------------------------------------------------*
       5520-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    SOMATORIO PONDERADO PARA O 2O DIGITO VERIFICADOR            *
      *----------------------------------------------------------------*
       5530-SOMAR-PESO-2 SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WRK-CPF-PESO = 12 - WRK-CPF-IDX

           COMPUTE WRK-CPF-SOMA = WRK-CPF-SOMA +
                   (WRK-CPF-DIGITO (WRK-CPF-IDX) * WRK-CPF-PESO)
           .
      *----------------------------------------------------------------*
       5530-99-FIM.
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
           COMPUTE ERRO01-QTDE-LIDOS = ACU-LIDOS-ARQFUN01 +
                                       ACU-LIDOS-ARQCLI01 +
                                       ACU-LIDOS-ARQENT01 +
                                       ACU-LIDOS-ARQEND01
           MOVE ACU-GRAVA-ARQDQF01
                                  TO ERRO01-QTDE-GRAVADOS
           MOVE WRK-FAL-CHAVE     TO ERRO01-ULT-CHAVE

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
