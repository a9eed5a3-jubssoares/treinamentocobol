      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0245.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0245                                      *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   TRIAGEM DE NOMES CONTRA AS LISTAS DE        *
      *                    PESSOAS POLITICAMENTE EXPOSTAS (PEP) E DE   *
      *                    SANCOES (ONU E OFAC) - LST02245. SAO        *
      *                    TRIADOS OS CLIENTES DO CADASTRO (CLI02105), *
      *                    OS TOMADORES E AVALISTAS DOS EMPRESTIMOS    *
      *                    (ENT03105) E OS CLIENTES DO EXTRATO DO      *
      *                    EXER0405 (SAI04105, NOMES DA INFO_PSSOA).   *
      *                    OS NOMES SAO NORMALIZADOS COMO NO EXER0510  *
      *                    (SO LETRAS E DIGITOS) E PONTUADOS CONTRA    *
      *                    CADA ENTRADA ATIVA DAS LISTAS:              *
      *                    - CPF IGUAL AO INFORMADO NA LISTA = 100;    *
      *                      CPFS DIFERENTES NOS DOIS LADOS = PESSOAS  *
      *                      DIFERENTES (NAO PONTUA);                  *
      *                    - NOME NORMALIZADO IGUAL +70 / PREFIXO DO   *
      *                      NOME IGUAL +30;                           *
      *                    - PRIMEIRO NOME IGUAL +15 / ULTIMO NOME     *
      *                      IGUAL +15.                                *
      *                    COM A PONTUACAO MINIMA DO CARTAO, A         *
      *                    OCORRENCIA VAI PARA O ARQUIVO DE REVISAO DA *
      *                    COMPLIANCE (TRG02245), SALVO SE JA DECIDIDA *
      *                    COMO FALSO POSITIVO NO CADASTRO DE DECISOES *
      *                    (DEC02245). AS DECISOES DO DIA SAO          *
      *                    APLICADAS AO CADASTRO ANTES DA TRIAGEM E O  *
      *                    CADASTRO ATUALIZADO E GRAVADO EM NOVA       *
      *                    GERACAO.                                    *
      *----------------------------------------------------------------*
      *    CARTAO......:   COLS 1-3 PONTUACAO MINIMA DA OCORRENCIA     *
      *                    (OPCIONAL - BRANCOS/ZEROS = 060)            *
      *----------------------------------------------------------------*
      *    RETORNO.....:   RC 04 = OCORRENCIA NOVA PENDENTE DE REVISAO *
      *                            OU DECISAO REJEITADA                *
      *                    RC 12 = TABELA INTERNA ESGOTADA             *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPARM  (PONTUACAO MINIMA - OPCIONAL)    -               *
      *      ARQLST01 (LISTAS PEP/ONU/OFAC)            LST02245        *
      *      ARQXRF01 (CRUZAMENTO CPF X CLIENTE)       XRF05108        *
      *      ARQDEC01 (DECISOES ANTERIORES - OPC.)     DEC02245        *
      *      ARQDCT01 (DECISOES DO DIA - OPCIONAL)     DEC02245        *
      *      ARQCLI01 (CADASTRO DE CLIENTES)           CLI02105        *
      *      ARQEMP01 (CADASTRO DE EMPRESTIMOS)        ENT03105        *
      *      ARQENT01 (EXTRATO DE CLIENTES)            SAI04105        *
      *      ARQDEC02 (DECISOES ATUALIZADAS)           DEC02245        *
      *      ARQTRG01 (OCORRENCIAS PARA REVISAO)       TRG02245        *
      *      ARQSAI01 (RELATORIO DA TRIAGEM)           -               *
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
           SELECT OPTIONAL ARQPARM ASSIGN TO UT-S-ARQPARM
                      FILE STATUS      IS WRK-FS-ARQPARM.

           SELECT ARQLST01 ASSIGN      TO UT-S-ARQLST01
                      FILE STATUS      IS WRK-FS-ARQLST01.

           SELECT ARQXRF01 ASSIGN      TO UT-S-ARQXRF01
                      FILE STATUS      IS WRK-FS-ARQXRF01.

           SELECT OPTIONAL ARQDEC01 ASSIGN TO UT-S-ARQDEC01
                      FILE STATUS      IS WRK-FS-ARQDEC01.

           SELECT OPTIONAL ARQDCT01 ASSIGN TO UT-S-ARQDCT01
                      FILE STATUS      IS WRK-FS-ARQDCT01.

           SELECT ARQCLI01 ASSIGN      TO UT-S-ARQCLI01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS SEQUENTIAL
                      RECORD KEY       IS FD-ARQCLI01-CPF
                      FILE STATUS      IS WRK-FS-ARQCLI01.

           SELECT ARQEMP01 ASSIGN      TO UT-S-ARQEMP01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS SEQUENTIAL
                      RECORD KEY       IS FD-ARQEMP01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQEMP01.

           SELECT ARQENT01 ASSIGN      TO UT-S-ARQENT01
                      FILE STATUS      IS WRK-FS-ARQENT01.

           SELECT ARQDEC02 ASSIGN      TO UT-S-ARQDEC02
                      FILE STATUS      IS WRK-FS-ARQDEC02.

           SELECT ARQTRG01 ASSIGN      TO UT-S-ARQTRG01
                      FILE STATUS      IS WRK-FS-ARQTRG01.

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
      *   INPUT:      CARTAO DE PARAMETROS (OPCIONAL)                 *
      *---------------------------------------------------------------*

       FD  ARQPARM
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPARM              PIC X(080).

      *---------------------------------------------------------------*
      *   INPUT:      LISTAS PEP E DE SANCOES (CONCATENADAS)          *
      *               ORG. SEQUENCIAL   -   LRECL = 120               *
      *---------------------------------------------------------------*

       FD  ARQLST01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQLST01             PIC X(120).

      *---------------------------------------------------------------*
      *   INPUT:      CRUZAMENTO CPF X CODIGO DE CLIENTE              *
      *               ORG. SEQUENCIAL   -   LRECL = 021               *
      *---------------------------------------------------------------*

       FD  ARQXRF01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQXRF01             PIC X(021).

      *---------------------------------------------------------------*
      *   INPUT:      CADASTRO DE DECISOES DA RODADA ANTERIOR         *
      *               (OPCIONAL)                                      *
      *               ORG. SEQUENCIAL   -   LRECL = 080               *
      *---------------------------------------------------------------*

       FD  ARQDEC01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQDEC01             PIC X(080).

      *---------------------------------------------------------------*
      *   INPUT:      DECISOES DA COMPLIANCE DO DIA (OPCIONAL)        *
      *               ORG. SEQUENCIAL   -   LRECL = 080               *
      *---------------------------------------------------------------*

       FD  ARQDCT01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQDCT01             PIC X(080).

      *---------------------------------------------------------------*
      *   INPUT:      CADASTRO DE CLIENTES                            *
      *               ORG. INDEXADA     -   LRECL = 056               *
      *---------------------------------------------------------------*

       FD  ARQCLI01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQCLI01.
           05 FD-ARQCLI01-CPF         PIC 9(11).
           05 FILLER                  PIC X(45).

      *---------------------------------------------------------------*
      *   INPUT:      CADASTRO DE EMPRESTIMOS                         *
      *               ORG. INDEXADA     -   LRECL = 233               *
      *---------------------------------------------------------------*

       FD  ARQEMP01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQEMP01.
           05 FD-ARQEMP01-CHAVE.
              10 FD-ARQEMP01-COD-AGENCIA  PIC 9(03).
              10 FD-ARQEMP01-NUM-CONTA    PIC 9(03).
              10 FD-ARQEMP01-NUM-EMPRESTIMO PIC 9(03).
           05 FILLER                  PIC X(224).

      *---------------------------------------------------------------*
      *   INPUT:      EXTRATO DE CLIENTES DO EXER0405                 *
      *               ORG. SEQUENCIAL   -   LRECL = 117               *
      *---------------------------------------------------------------*

       FD  ARQENT01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQENT01             PIC X(117).

      *---------------------------------------------------------------*
      *   OUTPUT:     CADASTRO DE DECISOES ATUALIZADO                 *
      *               ORG. SEQUENCIAL   -   LRECL = 080               *
      *---------------------------------------------------------------*

       FD  ARQDEC02
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQDEC02             PIC X(080).

      *---------------------------------------------------------------*
      *   OUTPUT:     OCORRENCIAS PARA REVISAO DA COMPLIANCE          *
      *               ORG. SEQUENCIAL   -   LRECL = 200               *
      *---------------------------------------------------------------*

       FD  ARQTRG01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQTRG01             PIC X(200).

      *---------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DA TRIAGEM                            *
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
       01 FD-ARQAUD01             PIC X(051).

      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0245 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0245'.
       77 WRK-ERRO2000            PIC  X(008) VALUE 'ERRO2000'.
       77 WRK-MASK-QTDE           PIC  ZZZ.ZZ9.
       77 WRK-DATA-CORRENTE       PIC  9(008) VALUE ZEROS.
       77 WRK-PCT-MINIMO          PIC  9(003) VALUE 060.
       77 WRK-PCT-CONFIANCA       PIC  9(003) VALUE ZEROS.
      *
       01 WRK-PARM-REGISTRO.
          05 WRK-PARM-MINIMO      PIC  9(003) VALUE ZEROS.
          05 FILLER               PIC  X(077) VALUE SPACES.
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS-ARQLST01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQXRF01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQDEC01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQDCT01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQCLI01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQEMP01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQENT01     PIC 9(007) VALUE ZEROS.
           03 ACU-ENTRADAS-EXCLUIDAS PIC 9(007) VALUE ZEROS.
           03 ACU-PESSOAS-TRIADAS    PIC 9(007) VALUE ZEROS.
           03 ACU-DECISOES-APLICADAS PIC 9(007) VALUE ZEROS.
           03 ACU-DECISOES-REJEITADAS
                                     PIC 9(007) VALUE ZEROS.
           03 ACU-OCORRENCIAS-NOVAS  PIC 9(007) VALUE ZEROS.
           03 ACU-OCORRENCIAS-CONFIRMADAS
                                     PIC 9(007) VALUE ZEROS.
           03 ACU-FALSOS-POSITIVOS   PIC 9(007) VALUE ZEROS.
           03 ACU-OCORRENCIAS-REPETIDAS
                                     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQDEC02     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQTRG01     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI01     PIC 9(007) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    TABELA DAS ENTRADAS ATIVAS DAS LISTAS, COM O NOME JA        *
      *    NORMALIZADO E O PRIMEIRO E ULTIMO NOMES                     *
      *----------------------------------------------------------------*
       77 WRK-LST-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-LST-IDX             PIC 9(004) VALUE ZEROS.
      *
       01 WRK-LST-TABELA.
          05 WRK-LST-LINHA        OCCURS 5000 TIMES.
             10 WRK-LST-COD-LISTA PIC X(003).
             10 WRK-LST-ID-ENTRADA
                                  PIC X(015).
             10 WRK-LST-CPF       PIC 9(011).
             10 WRK-LST-NOME-ORIG PIC X(070).
             10 WRK-LST-NOME      PIC X(040).
             10 WRK-LST-PRIMEIRO  PIC X(020).
             10 WRK-LST-ULTIMO    PIC X(020).
      *
      *----------------------------------------------------------------*
      *    TABELA DO CRUZAMENTO CPF X CODIGO DE CLIENTE                *
      *----------------------------------------------------------------*
       77 WRK-XRF-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-XRF-IDX             PIC 9(004) VALUE ZEROS.
       01 WRK-XRF-TABELA.
          05 WRK-XRF-LINHA        OCCURS 3000 TIMES.
             10 WRK-XRF-CPF       PIC 9(011).
             10 WRK-XRF-CCLUB     PIC 9(010).
      *
      *----------------------------------------------------------------*
      *    TABELA DO CADASTRO DE DECISOES DA COMPLIANCE                *
      *----------------------------------------------------------------*
       77 WRK-DEC-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-DEC-IDX             PIC 9(004) VALUE ZEROS.
       01 WRK-DEC-CHAVE-BUSCA     PIC X(033) VALUE SPACES.
       01 WRK-DEC-TABELA.
          05 WRK-DEC-LINHA        OCCURS 5000 TIMES.
             10 WRK-DEC-CHAVE     PIC X(033).
             10 WRK-DEC-DECISAO   PIC X(001).
                88 WRK-DEC-FALSO-POSITIVO     VALUE 'F'.
                88 WRK-DEC-CONFIRMADO         VALUE 'C'.
                88 WRK-DEC-CANCELADA          VALUE 'X'.
             10 WRK-DEC-DATA      PIC 9(008).
             10 WRK-DEC-ANALISTA  PIC X(008).
      *
      *----------------------------------------------------------------*
      *    OCORRENCIAS JA GRAVADAS NA RODADA (A MESMA PESSOA PODE      *
      *    APARECER EM MAIS DE UMA ORIGEM)                             *
      *----------------------------------------------------------------*
       77 WRK-OCO-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-OCO-IDX             PIC 9(004) VALUE ZEROS.
       01 WRK-OCO-TABELA.
          05 WRK-OCO-CHAVE        PIC X(033) OCCURS 5000 TIMES.
      *
      *----------------------------------------------------------------*
      *    PESSOA EM TRIAGEM                                           *
      *----------------------------------------------------------------*
       01 WRK-PES-ORIGEM          PIC X(003) VALUE SPACES.
       01 WRK-PES-CHAVE           PIC X(015) VALUE SPACES.
       01 WRK-PES-CPF             PIC 9(011) VALUE ZEROS.
       01 WRK-PES-NOME-ORIG       PIC X(070) VALUE SPACES.
       01 WRK-PES-NOME            PIC X(040) VALUE SPACES.
       01 WRK-PES-PRIMEIRO        PIC X(020) VALUE SPACES.
       01 WRK-PES-ULTIMO          PIC X(020) VALUE SPACES.
      *
       01 WRK-OCO-CHAVE-NOVA.
          05 WRK-OCN-PESSOA       PIC X(015).
          05 WRK-OCN-LISTA        PIC X(003).
          05 WRK-OCN-ENTRADA      PIC X(015).
      *
      *----------------------------------------------------------------*
      *    PREPARACAO DO NOME: NORMALIZADO, PRIMEIRO E ULTIMO NOMES    *
      *----------------------------------------------------------------*
       01 WRK-NOM-ENTRADA         PIC X(070) VALUE SPACES.
       01 WRK-NOM-NORMAL          PIC X(040) VALUE SPACES.
       01 WRK-NOM-PRIMEIRO        PIC X(020) VALUE SPACES.
       01 WRK-NOM-ULTIMO          PIC X(020) VALUE SPACES.
       77 WRK-TOK-QTDE            PIC 9(003) VALUE ZEROS.
       01 WRK-TOK-TABELA.
          05 WRK-TOK-PALAVRA      PIC X(030) OCCURS 10 TIMES.
      *
      *----------------------------------------------------------------*
      *    AREA DE NORMALIZACAO DE TEXTO (SO LETRAS E DIGITOS)         *
      *----------------------------------------------------------------*
       77 WRK-NRM-IDX-ENT         PIC 9(003) VALUE ZEROS.
       77 WRK-NRM-IDX-SAI         PIC 9(003) VALUE ZEROS.
       77 WRK-NRM-CARACTER        PIC X(001) VALUE SPACES.
       01 WRK-NRM-ENTRADA         PIC X(070) VALUE SPACES.
       01 WRK-NRM-SAIDA           PIC X(070) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    AREA DE ENTRADA DO EXTRATO (LAYOUT COM SEPARADOR ';' DO     *
      *    EXER0405)                                                   *
      *----------------------------------------------------------------*
       01 WRK-ENT1-REGISTRO.
          05 WRK-ENT1-COD-CLI     PIC X(013).
          05 FILLER               PIC X(001).
          05 WRK-ENT1-NOM-CLI     PIC X(070).
          05 FILLER               PIC X(033).
       01 WRK-ENT1-COD-NUM        PIC 9(010) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    AREA DO RELATORIO                                           *
      *----------------------------------------------------------------*
       01 WRK-CAB1-RELATORIO.
          05 FILLER               PIC X(050) VALUE
             'TRIAGEM DE NOMES - LISTAS PEP E DE SANCOES (ONU/OF'.
          05 FILLER               PIC X(019) VALUE
             'AC) - PONTUACAO MIN'.
          05 FILLER               PIC X(005) VALUE 'IMA: '.
          05 WRK-CAB1-MINIMO      PIC ZZ9.
          05 FILLER               PIC X(005) VALUE SPACES.
          05 FILLER               PIC X(006) VALUE 'DATA: '.
          05 WRK-CAB1-DATA        PIC X(010) VALUE SPACES.
          05 FILLER               PIC X(034) VALUE SPACES.

       01 WRK-CAB2-RELATORIO.
          05 FILLER               PIC X(050) VALUE
             'SITUACAO   ORIG PESSOA          NOME TRIADO       '.
          05 FILLER               PIC X(050) VALUE
             '                         LISTA ENTRADA         PTS'.
          05 FILLER               PIC X(032) VALUE
             ' NOME NA LISTA'.

       01 WRK-DET-OCORRENCIA.
          05 WRK-DET-SITUACAO     PIC X(010).
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DET-ORIGEM       PIC X(003).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DET-PESSOA       PIC X(015).
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DET-NOME         PIC X(040).
          05 FILLER               PIC X(003) VALUE SPACES.
          05 WRK-DET-LISTA        PIC X(003).
          05 FILLER               PIC X(003) VALUE SPACES.
          05 WRK-DET-ENTRADA      PIC X(015).
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DET-PONTOS       PIC ZZ9.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DET-NOME-LISTA   PIC X(031).

       01 WRK-REJ-LINHA.
          05 FILLER               PIC X(010) VALUE 'DECISAO: '.
          05 WRK-REJ-PESSOA       PIC X(015).
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-REJ-LISTA        PIC X(003).
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-REJ-ENTRADA      PIC X(015).
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-REJ-DECISAO      PIC X(001).
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-REJ-ANALISTA     PIC X(008).
          05 FILLER               PIC X(010) VALUE '  MOTIVO: '.
          05 WRK-REJ-MOTIVO       PIC X(035).
          05 FILLER               PIC X(031) VALUE SPACES.

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
          05 WRK-FS-ARQLST01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-LST01-OK               VALUE '00'.
             88 WRK-FS-LST01-FIM              VALUE '10'.
          05 WRK-FS-ARQXRF01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-XRF01-OK               VALUE '00'.
             88 WRK-FS-XRF01-FIM              VALUE '10'.
          05 WRK-FS-ARQDEC01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-DEC01-OK               VALUE '00'.
             88 WRK-FS-DEC01-FIM              VALUE '10'.
          05 WRK-FS-ARQDCT01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-DCT01-OK               VALUE '00'.
             88 WRK-FS-DCT01-FIM              VALUE '10'.
          05 WRK-FS-ARQCLI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CLI01-OK               VALUE '00'.
             88 WRK-FS-CLI01-FIM              VALUE '10'.
          05 WRK-FS-ARQEMP01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-EMP01-OK               VALUE '00'.
             88 WRK-FS-EMP01-FIM              VALUE '10'.
          05 WRK-FS-ARQENT01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ENT01-OK               VALUE '00'.
             88 WRK-FS-ENT01-FIM              VALUE '10'.
          05 WRK-FS-ARQDEC02      PIC  X(002) VALUE SPACES.
             88 WRK-FS-DEC02-OK               VALUE '00'.
          05 WRK-FS-ARQTRG01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-TRG01-OK               VALUE '00'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK               VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
          88 WRK-CN-ARQLST01      VALUE 'ARQLST01'.
          88 WRK-CN-ARQXRF01      VALUE 'ARQXRF01'.
          88 WRK-CN-ARQDEC01      VALUE 'ARQDEC01'.
          88 WRK-CN-ARQDCT01      VALUE 'ARQDCT01'.
          88 WRK-CN-ARQCLI01      VALUE 'ARQCLI01'.
          88 WRK-CN-ARQEMP01      VALUE 'ARQEMP01'.
          88 WRK-CN-ARQENT01      VALUE 'ARQENT01'.
          88 WRK-CN-ARQDEC02      VALUE 'ARQDEC02'.
          88 WRK-CN-ARQTRG01      VALUE 'ARQTRG01'.
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
           COPY LST02245.
           COPY XRF05108.
           COPY DEC02245.
           COPY CLI02105.
           COPY ENT03105.
           COPY TRG02245.
           COPY AUD00105.
           COPY 'I#ERRO01'.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0245 - FIM DA AREA DE WORKING'.
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

           PERFORM 1100-CARREGAR-LISTAS

           PERFORM 1200-CARREGAR-CRUZAMENTO

           PERFORM 1300-CARREGAR-DECISOES

           PERFORM 1400-APLICAR-DECISOES

           PERFORM 2000-TRIAR-CADASTRO

           PERFORM 2100-TRIAR-EMPRESTIMOS

           PERFORM 2200-TRIAR-EXTRATO

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

           OPEN INPUT ARQPARM

           IF WRK-FS-PARM-OK
              READ ARQPARM INTO WRK-PARM-REGISTRO
              IF WRK-FS-PARM-OK
                 AND WRK-PARM-MINIMO NUMERIC
                 AND WRK-PARM-MINIMO GREATER ZEROS
                 MOVE WRK-PARM-MINIMO  TO WRK-PCT-MINIMO
              END-IF
              CLOSE ARQPARM
           END-IF

           SET  WRK-CN-OPEN            TO TRUE

           SET  WRK-CN-ARQDEC02        TO TRUE
           OPEN OUTPUT ARQDEC02

           IF NOT WRK-FS-DEC02-OK
              MOVE WRK-FS-ARQDEC02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQTRG01        TO TRUE
           OPEN OUTPUT ARQTRG01

           IF NOT WRK-FS-TRG01-OK
              MOVE WRK-FS-ARQTRG01     TO WRK-FS-DISPLAY
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

           MOVE WRK-PCT-MINIMO         TO WRK-CAB1-MINIMO
           MOVE WRK-DATA-CORRENTE (7:2) TO WRK-CAB1-DATA (1:2)
           MOVE '/'                    TO WRK-CAB1-DATA (3:1)
           MOVE WRK-DATA-CORRENTE (5:2) TO WRK-CAB1-DATA (4:2)
           MOVE '/'                    TO WRK-CAB1-DATA (6:1)
           MOVE WRK-DATA-CORRENTE (1:4) TO WRK-CAB1-DATA (7:4)

           MOVE WRK-CAB1-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           PERFORM 4950-GRAVAR-LINHA
           MOVE WRK-CAB2-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARGA DAS ENTRADAS ATIVAS DAS LISTAS PEP, ONU E OFAC        *
      *----------------------------------------------------------------*
       1100-CARREGAR-LISTAS SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQLST01        TO TRUE
           OPEN INPUT ARQLST01

           IF NOT WRK-FS-LST01-OK
              MOVE WRK-FS-ARQLST01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3810-LER-LISTA

           PERFORM 1110-GUARDAR-ENTRADA
              UNTIL WRK-FS-LST01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQLST01
           .
      *----------------------------------------------------------------*
       1100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1110-GUARDAR-ENTRADA SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQLST01-ENTRADA-EXCLUIDA
              OR ARQLST01-NOM-LISTADO EQUAL SPACES
              ADD 1 TO ACU-ENTRADAS-EXCLUIDAS
              PERFORM 3810-LER-LISTA
              GO TO 1110-99-FIM
           END-IF

           IF WRK-LST-QTDE NOT LESS 5000
              DISPLAY '* TABELA DE ENTRADAS DAS LISTAS ESGOTADA (5000)'
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           ADD 1 TO WRK-LST-QTDE
           MOVE WRK-LST-QTDE           TO WRK-LST-IDX

           MOVE ARQLST01-COD-LISTA     TO WRK-LST-COD-LISTA
                                          (WRK-LST-IDX)
           MOVE ARQLST01-ID-ENTRADA    TO WRK-LST-ID-ENTRADA
                                          (WRK-LST-IDX)
           MOVE ZEROS                  TO WRK-LST-CPF (WRK-LST-IDX)
           IF ARQLST01-CPF NUMERIC
              MOVE ARQLST01-CPF        TO WRK-LST-CPF (WRK-LST-IDX)
           END-IF
           MOVE ARQLST01-NOM-LISTADO   TO WRK-LST-NOME-ORIG
                                          (WRK-LST-IDX)

           MOVE ARQLST01-NOM-LISTADO   TO WRK-NOM-ENTRADA
           PERFORM 3700-PREPARAR-NOME
           MOVE WRK-NOM-NORMAL         TO WRK-LST-NOME (WRK-LST-IDX)
           MOVE WRK-NOM-PRIMEIRO       TO WRK-LST-PRIMEIRO (WRK-LST-IDX)
           MOVE WRK-NOM-ULTIMO         TO WRK-LST-ULTIMO (WRK-LST-IDX)

           PERFORM 3810-LER-LISTA
           .
      *----------------------------------------------------------------*
       1110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARGA DO CRUZAMENTO CPF X CODIGO DE CLIENTE (CPF DOS        *
      *    CLIENTES DO EXTRATO)                                        *
      *----------------------------------------------------------------*
       1200-CARREGAR-CRUZAMENTO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQXRF01        TO TRUE
           OPEN INPUT ARQXRF01

           IF NOT WRK-FS-XRF01-OK
              MOVE WRK-FS-ARQXRF01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3820-LER-CRUZAMENTO

           PERFORM 1210-GUARDAR-CRUZAMENTO
              UNTIL WRK-FS-XRF01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQXRF01
           .
      *----------------------------------------------------------------*
       1200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1210-GUARDAR-CRUZAMENTO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-XRF-QTDE NOT LESS 3000
              DISPLAY '* TABELA DE CRUZAMENTOS ESGOTADA (3000)'
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           ADD 1 TO WRK-XRF-QTDE
           MOVE ARQXRF01-CPF           TO WRK-XRF-CPF (WRK-XRF-QTDE)
           MOVE ARQXRF01-COD-CLIENTE   TO WRK-XRF-CCLUB (WRK-XRF-QTDE)

           PERFORM 3820-LER-CRUZAMENTO
           .
      *----------------------------------------------------------------*
       1210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARGA DO CADASTRO DE DECISOES DA RODADA ANTERIOR            *
      *----------------------------------------------------------------*
       1300-CARREGAR-DECISOES SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQDEC01        TO TRUE
           OPEN INPUT ARQDEC01

           IF NOT WRK-FS-DEC01-OK
              DISPLAY '* CADASTRO DE DECISOES ANTERIOR AUSENTE - '
                      'TODAS AS OCORRENCIAS SAO NOVAS'
              GO TO 1300-99-FIM
           END-IF

           PERFORM 3830-LER-DECISAO

           PERFORM 1310-GUARDAR-DECISAO
              UNTIL WRK-FS-DEC01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQDEC01
           .
      *----------------------------------------------------------------*
       1300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1310-GUARDAR-DECISAO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-DEC-QTDE NOT LESS 5000
              DISPLAY '* TABELA DE DECISOES ESGOTADA (5000)'
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           ADD 1 TO WRK-DEC-QTDE
           MOVE ARQDEC01-CHAVE         TO WRK-DEC-CHAVE (WRK-DEC-QTDE)
           MOVE ARQDEC01-IND-DECISAO   TO WRK-DEC-DECISAO (WRK-DEC-QTDE)
           MOVE ARQDEC01-DAT-DECISAO   TO WRK-DEC-DATA (WRK-DEC-QTDE)
           MOVE ARQDEC01-COD-ANALISTA  TO WRK-DEC-ANALISTA
                                          (WRK-DEC-QTDE)

           PERFORM 3830-LER-DECISAO
           .
      *----------------------------------------------------------------*
       1310-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    DECISOES DO DIA: INCLUI, SUBSTITUI OU CANCELA A DECISAO DA  *
      *    MESMA CHAVE (PESSOA + LISTA + ENTRADA)                      *
      *----------------------------------------------------------------*
       1400-APLICAR-DECISOES SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQDCT01        TO TRUE
           OPEN INPUT ARQDCT01

           IF NOT WRK-FS-DCT01-OK
              DISPLAY '* SEM DECISOES DA COMPLIANCE NO DIA'
              GO TO 1400-99-FIM
           END-IF

           PERFORM 3840-LER-TRANSACAO

           PERFORM 1410-APLICAR-TRANSACAO
              UNTIL WRK-FS-DCT01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQDCT01
           .
      *----------------------------------------------------------------*
       1400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1410-APLICAR-TRANSACAO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-REJ-MOTIVO

           EVALUATE TRUE
              WHEN ARQDEC01-CHAVE-PESSOA EQUAL SPACES
                OR ARQDEC01-COD-LISTA EQUAL SPACES
                OR ARQDEC01-ID-ENTRADA EQUAL SPACES
                 MOVE 'CHAVE DA OCORRENCIA INCOMPLETA'
                                       TO WRK-REJ-MOTIVO
              WHEN NOT ARQDEC01-FALSO-POSITIVO
               AND NOT ARQDEC01-CONFIRMADO
               AND NOT ARQDEC01-CANCELAMENTO
                 MOVE 'DECISAO INVALIDA (F/C/X)'
                                       TO WRK-REJ-MOTIVO
              WHEN ARQDEC01-DAT-DECISAO NOT NUMERIC
                OR ARQDEC01-DAT-DECISAO EQUAL ZEROS
                 MOVE 'DATA DA DECISAO INVALIDA'
                                       TO WRK-REJ-MOTIVO
              WHEN ARQDEC01-COD-ANALISTA EQUAL SPACES
                 MOVE 'ANALISTA NAO INFORMADO'
                                       TO WRK-REJ-MOTIVO
           END-EVALUATE

           IF WRK-REJ-MOTIVO NOT EQUAL SPACES
              PERFORM 1420-REJEITAR-TRANSACAO
              PERFORM 3840-LER-TRANSACAO
              GO TO 1410-99-FIM
           END-IF

           MOVE ARQDEC01-CHAVE         TO WRK-DEC-CHAVE-BUSCA
           PERFORM 5200-PROCURAR-DECISAO

           IF WRK-DEC-IDX GREATER WRK-DEC-QTDE
              IF ARQDEC01-CANCELAMENTO
                 MOVE 'DECISAO A CANCELAR NAO EXISTE'
                                       TO WRK-REJ-MOTIVO
                 PERFORM 1420-REJEITAR-TRANSACAO
                 PERFORM 3840-LER-TRANSACAO
                 GO TO 1410-99-FIM
              END-IF
              IF WRK-DEC-QTDE NOT LESS 5000
                 DISPLAY '* TABELA DE DECISOES ESGOTADA (5000)'
                 MOVE 12               TO RETURN-CODE
                 PERFORM 9900-FIM-PROGRAMA
              END-IF
              ADD 1 TO WRK-DEC-QTDE
              MOVE WRK-DEC-QTDE        TO WRK-DEC-IDX
              MOVE ARQDEC01-CHAVE      TO WRK-DEC-CHAVE (WRK-DEC-IDX)
           END-IF

           MOVE ARQDEC01-IND-DECISAO   TO WRK-DEC-DECISAO (WRK-DEC-IDX)
           MOVE ARQDEC01-DAT-DECISAO   TO WRK-DEC-DATA (WRK-DEC-IDX)
           MOVE ARQDEC01-COD-ANALISTA  TO WRK-DEC-ANALISTA (WRK-DEC-IDX)
           ADD 1 TO ACU-DECISOES-APLICADAS

           PERFORM 3840-LER-TRANSACAO
           .
      *----------------------------------------------------------------*
       1410-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1420-REJEITAR-TRANSACAO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO ACU-DECISOES-REJEITADAS

           MOVE ARQDEC01-CHAVE-PESSOA  TO WRK-REJ-PESSOA
           MOVE ARQDEC01-COD-LISTA     TO WRK-REJ-LISTA
           MOVE ARQDEC01-ID-ENTRADA    TO WRK-REJ-ENTRADA
           MOVE ARQDEC01-IND-DECISAO   TO WRK-REJ-DECISAO
           MOVE ARQDEC01-COD-ANALISTA  TO WRK-REJ-ANALISTA

           MOVE WRK-REJ-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       1420-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    TRIAGEM DO CADASTRO DE CLIENTES (CHAVE = CPF)               *
      *----------------------------------------------------------------*
       2000-TRIAR-CADASTRO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQCLI01        TO TRUE
           OPEN INPUT ARQCLI01

           IF NOT WRK-FS-CLI01-OK
              MOVE WRK-FS-ARQCLI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3850-LER-CLIENTE

           PERFORM 2010-TRIAR-CLIENTE
              UNTIL WRK-FS-CLI01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQCLI01
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2010-TRIAR-CLIENTE SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'CLI'                  TO WRK-PES-ORIGEM
           MOVE ARQCLI01-CPF           TO WRK-PES-CPF
           MOVE SPACES                 TO WRK-PES-CHAVE
           STRING 'CPF'                DELIMITED BY SIZE
                  ARQCLI01-CPF         DELIMITED BY SIZE
              INTO WRK-PES-CHAVE
           MOVE ARQCLI01-NOM-CLIENTE   TO WRK-PES-NOME-ORIG

           PERFORM 3000-TRIAR-PESSOA

           PERFORM 3850-LER-CLIENTE
           .
      *----------------------------------------------------------------*
       2010-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    TRIAGEM DOS TOMADORES E AVALISTAS DOS EMPRESTIMOS           *
      *----------------------------------------------------------------*
       2100-TRIAR-EMPRESTIMOS SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQEMP01        TO TRUE
           OPEN INPUT ARQEMP01

           IF NOT WRK-FS-EMP01-OK
              MOVE WRK-FS-ARQEMP01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3860-LER-EMPRESTIMO

           PERFORM 2110-TRIAR-EMPRESTIMO
              UNTIL WRK-FS-EMP01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQEMP01
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2110-TRIAR-EMPRESTIMO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'EMP'                  TO WRK-PES-ORIGEM
           MOVE ZEROS                  TO WRK-PES-CPF
           MOVE SPACES                 TO WRK-PES-CHAVE
           STRING 'EMP'                DELIMITED BY SIZE
                  ARQENT01-COD-AGENCIA DELIMITED BY SIZE
                  ARQENT01-NUM-CONTA   DELIMITED BY SIZE
                  ARQENT01-NUM-EMPRESTIMO
                                       DELIMITED BY SIZE
                  'T'                  DELIMITED BY SIZE
              INTO WRK-PES-CHAVE
           MOVE ARQENT01-NOM-CLIENTE   TO WRK-PES-NOME-ORIG

           PERFORM 3000-TRIAR-PESSOA

           IF ARQENT01-NOM-AVALISTA NOT EQUAL SPACES
              MOVE 'AVL'               TO WRK-PES-ORIGEM
              MOVE SPACES              TO WRK-PES-CHAVE
              IF ARQENT01-CPF-AVALISTA NUMERIC
                 AND ARQENT01-CPF-AVALISTA GREATER ZEROS
                 MOVE ARQENT01-CPF-AVALISTA
                                       TO WRK-PES-CPF
                 STRING 'CPF'                 DELIMITED BY SIZE
                        ARQENT01-CPF-AVALISTA DELIMITED BY SIZE
                    INTO WRK-PES-CHAVE
              ELSE
                 MOVE ZEROS            TO WRK-PES-CPF
                 STRING 'EMP'                   DELIMITED BY SIZE
                        ARQENT01-COD-AGENCIA    DELIMITED BY SIZE
                        ARQENT01-NUM-CONTA      DELIMITED BY SIZE
                        ARQENT01-NUM-EMPRESTIMO DELIMITED BY SIZE
                        'A'                     DELIMITED BY SIZE
                    INTO WRK-PES-CHAVE
              END-IF
              MOVE ARQENT01-NOM-AVALISTA
                                       TO WRK-PES-NOME-ORIG
              PERFORM 3000-TRIAR-PESSOA
           END-IF

           PERFORM 3860-LER-EMPRESTIMO
           .
      *----------------------------------------------------------------*
       2110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    TRIAGEM DO EXTRATO DE CLIENTES (NOMES DA INFO_PSSOA); O     *
      *    CLIENTE COM CRUZAMENTO E TRIADO PELO CPF                    *
      *----------------------------------------------------------------*
       2200-TRIAR-EXTRATO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQENT01        TO TRUE
           OPEN INPUT ARQENT01

           IF NOT WRK-FS-ENT01-OK
              MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3870-LER-EXTRATO

           PERFORM 2210-TRIAR-CLIENTE-EXTRATO
              UNTIL WRK-FS-ENT01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQENT01
           .
      *----------------------------------------------------------------*
       2200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2210-TRIAR-CLIENTE-EXTRATO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-ENT1-COD-NUM
           MOVE WRK-ENT1-COD-CLI (1:1)  TO WRK-ENT1-COD-NUM (1:1)
           MOVE WRK-ENT1-COD-CLI (3:3)  TO WRK-ENT1-COD-NUM (2:3)
           MOVE WRK-ENT1-COD-CLI (7:3)  TO WRK-ENT1-COD-NUM (5:3)
           MOVE WRK-ENT1-COD-CLI (11:3) TO WRK-ENT1-COD-NUM (8:3)

           MOVE 'EXT'                  TO WRK-PES-ORIGEM
           MOVE ZEROS                  TO WRK-PES-CPF
           MOVE SPACES                 TO WRK-PES-CHAVE

           PERFORM 5100-PROCURAR-CRUZAMENTO

           IF WRK-XRF-IDX NOT GREATER WRK-XRF-QTDE
              MOVE WRK-XRF-CPF (WRK-XRF-IDX)
                                       TO WRK-PES-CPF
              STRING 'CPF'             DELIMITED BY SIZE
                     WRK-PES-CPF       DELIMITED BY SIZE
                 INTO WRK-PES-CHAVE
           ELSE
              STRING 'CLI'             DELIMITED BY SIZE
                     WRK-ENT1-COD-NUM  DELIMITED BY SIZE
                 INTO WRK-PES-CHAVE
           END-IF

           MOVE WRK-ENT1-NOM-CLI       TO WRK-PES-NOME-ORIG

           PERFORM 3000-TRIAR-PESSOA

           PERFORM 3870-LER-EXTRATO
           .
      *----------------------------------------------------------------*
       2210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    COMPARA A PESSOA EM TRIAGEM COM TODAS AS ENTRADAS DAS       *
      *    LISTAS                                                      *
      *----------------------------------------------------------------*
       3000-TRIAR-PESSOA SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-PES-NOME-ORIG EQUAL SPACES
              AND WRK-PES-CPF EQUAL ZEROS
              GO TO 3000-99-FIM
           END-IF

           ADD 1 TO ACU-PESSOAS-TRIADAS

           MOVE WRK-PES-NOME-ORIG      TO WRK-NOM-ENTRADA
           PERFORM 3700-PREPARAR-NOME
           MOVE WRK-NOM-NORMAL         TO WRK-PES-NOME
           MOVE WRK-NOM-PRIMEIRO       TO WRK-PES-PRIMEIRO
           MOVE WRK-NOM-ULTIMO         TO WRK-PES-ULTIMO

           PERFORM 3100-PONTUAR-ENTRADA
              VARYING WRK-LST-IDX FROM 1 BY 1
              UNTIL WRK-LST-IDX GREATER WRK-LST-QTDE
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PONTUA A SEMELHANCA ENTRE A PESSOA E A ENTRADA DA LISTA     *
      *----------------------------------------------------------------*
       3100-PONTUAR-ENTRADA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-PCT-CONFIANCA

           IF WRK-LST-CPF (WRK-LST-IDX) GREATER ZEROS
              AND WRK-PES-CPF GREATER ZEROS
              IF WRK-LST-CPF (WRK-LST-IDX) EQUAL WRK-PES-CPF
                 MOVE 100              TO WRK-PCT-CONFIANCA
                 PERFORM 3200-REGISTRAR-OCORRENCIA
              END-IF
              GO TO 3100-99-FIM
           END-IF

           IF WRK-PES-NOME EQUAL SPACES
              GO TO 3100-99-FIM
           END-IF

           IF WRK-LST-NOME (WRK-LST-IDX) EQUAL WRK-PES-NOME
              ADD 70 TO WRK-PCT-CONFIANCA
           ELSE
              IF WRK-LST-NOME (WRK-LST-IDX) (1:10) EQUAL
                 WRK-PES-NOME (1:10)
                 ADD 30 TO WRK-PCT-CONFIANCA
              END-IF
           END-IF

           IF WRK-PES-PRIMEIRO NOT EQUAL SPACES
              AND WRK-LST-PRIMEIRO (WRK-LST-IDX) EQUAL
                  WRK-PES-PRIMEIRO
              ADD 15 TO WRK-PCT-CONFIANCA
           END-IF

           IF WRK-PES-ULTIMO NOT EQUAL SPACES
              AND WRK-LST-ULTIMO (WRK-LST-IDX) EQUAL WRK-PES-ULTIMO
              ADD 15 TO WRK-PCT-CONFIANCA
           END-IF

           IF WRK-PCT-CONFIANCA NOT LESS WRK-PCT-MINIMO
              PERFORM 3200-REGISTRAR-OCORRENCIA
           END-IF
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    OCORRENCIA: DESCARTA A REPETIDA NA RODADA E A JA DECIDIDA   *
      *    COMO FALSO POSITIVO; GRAVA AS DEMAIS PARA REVISAO           *
      *----------------------------------------------------------------*
       3200-REGISTRAR-OCORRENCIA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-PES-CHAVE          TO WRK-OCN-PESSOA
           MOVE WRK-LST-COD-LISTA (WRK-LST-IDX)
                                       TO WRK-OCN-LISTA
           MOVE WRK-LST-ID-ENTRADA (WRK-LST-IDX)
                                       TO WRK-OCN-ENTRADA

           PERFORM 5300-PROCURAR-OCORRENCIA

           IF WRK-OCO-IDX NOT GREATER WRK-OCO-QTDE
              ADD 1 TO ACU-OCORRENCIAS-REPETIDAS
              GO TO 3200-99-FIM
           END-IF

           IF WRK-OCO-QTDE NOT LESS 5000
              DISPLAY '* TABELA DE OCORRENCIAS ESGOTADA (5000)'
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           ADD 1 TO WRK-OCO-QTDE
           MOVE WRK-OCO-CHAVE-NOVA     TO WRK-OCO-CHAVE (WRK-OCO-QTDE)

           MOVE WRK-OCO-CHAVE-NOVA     TO WRK-DEC-CHAVE-BUSCA
           PERFORM 5200-PROCURAR-DECISAO

           INITIALIZE ARQTRG01-REGISTRO
           SET ARQTRG01-OCORRENCIA-NOVA TO TRUE

           IF WRK-DEC-IDX NOT GREATER WRK-DEC-QTDE
              IF WRK-DEC-FALSO-POSITIVO (WRK-DEC-IDX)
                 ADD 1 TO ACU-FALSOS-POSITIVOS
                 GO TO 3200-99-FIM
              END-IF
              IF WRK-DEC-CONFIRMADO (WRK-DEC-IDX)
                 SET ARQTRG01-OCORRENCIA-CONFIRMADA
                                       TO TRUE
              END-IF
           END-IF

           MOVE WRK-DATA-CORRENTE      TO ARQTRG01-DAT-TRIAGEM
           MOVE WRK-PES-CHAVE          TO ARQTRG01-CHAVE-PESSOA
           MOVE WRK-LST-COD-LISTA (WRK-LST-IDX)
                                       TO ARQTRG01-COD-LISTA
           MOVE WRK-LST-ID-ENTRADA (WRK-LST-IDX)
                                       TO ARQTRG01-ID-ENTRADA
           MOVE WRK-PES-ORIGEM         TO ARQTRG01-COD-ORIGEM
           MOVE WRK-PES-CPF            TO ARQTRG01-CPF
           MOVE WRK-PES-NOME-ORIG      TO ARQTRG01-NOM-TRIADO
           MOVE WRK-LST-NOME-ORIG (WRK-LST-IDX)
                                       TO ARQTRG01-NOM-LISTADO
           MOVE WRK-PCT-CONFIANCA      TO ARQTRG01-PCT-PONTUACAO

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQTRG01        TO TRUE

           WRITE FD-ARQTRG01 FROM ARQTRG01-REGISTRO

           IF WRK-FS-TRG01-OK
              ADD 1 TO ACU-GRAVA-ARQTRG01
           ELSE
              MOVE WRK-FS-ARQTRG01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF ARQTRG01-OCORRENCIA-NOVA
              ADD 1 TO ACU-OCORRENCIAS-NOVAS
              MOVE 'NOVA'              TO WRK-DET-SITUACAO
           ELSE
              ADD 1 TO ACU-OCORRENCIAS-CONFIRMADAS
              MOVE 'CONFIRMADA'        TO WRK-DET-SITUACAO
           END-IF

           MOVE ARQTRG01-COD-ORIGEM    TO WRK-DET-ORIGEM
           MOVE ARQTRG01-CHAVE-PESSOA  TO WRK-DET-PESSOA
           MOVE ARQTRG01-NOM-TRIADO    TO WRK-DET-NOME
           MOVE ARQTRG01-COD-LISTA     TO WRK-DET-LISTA
           MOVE ARQTRG01-ID-ENTRADA    TO WRK-DET-ENTRADA
           MOVE ARQTRG01-PCT-PONTUACAO TO WRK-DET-PONTOS
           MOVE ARQTRG01-NOM-LISTADO   TO WRK-DET-NOME-LISTA

           MOVE WRK-DET-OCORRENCIA     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PREPARA O NOME DE WRK-NOM-ENTRADA: NORMALIZADO (SO LETRAS E *
      *    DIGITOS), PRIMEIRO NOME E ULTIMO NOME (TAMBEM NORMALIZADOS) *
      *----------------------------------------------------------------*
       3700-PREPARAR-NOME SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-NOM-ENTRADA        TO WRK-NRM-ENTRADA
           PERFORM 3750-NORMALIZAR-TEXTO
           MOVE WRK-NRM-SAIDA (1:40)   TO WRK-NOM-NORMAL

           MOVE SPACES                 TO WRK-TOK-TABELA
                                          WRK-NOM-PRIMEIRO
                                          WRK-NOM-ULTIMO
           MOVE ZEROS                  TO WRK-TOK-QTDE

           UNSTRING WRK-NOM-ENTRADA DELIMITED BY ALL SPACES
               INTO WRK-TOK-PALAVRA (1)  WRK-TOK-PALAVRA (2)
                    WRK-TOK-PALAVRA (3)  WRK-TOK-PALAVRA (4)
                    WRK-TOK-PALAVRA (5)  WRK-TOK-PALAVRA (6)
                    WRK-TOK-PALAVRA (7)  WRK-TOK-PALAVRA (8)
                    WRK-TOK-PALAVRA (9)  WRK-TOK-PALAVRA (10)
               TALLYING IN WRK-TOK-QTDE
           END-UNSTRING

           IF WRK-TOK-QTDE EQUAL ZEROS
              GO TO 3700-99-FIM
           END-IF

           MOVE WRK-TOK-PALAVRA (1)    TO WRK-NRM-ENTRADA
           PERFORM 3750-NORMALIZAR-TEXTO
           MOVE WRK-NRM-SAIDA (1:20)   TO WRK-NOM-PRIMEIRO

           IF WRK-TOK-QTDE GREATER 1
              MOVE WRK-TOK-PALAVRA (WRK-TOK-QTDE)
                                       TO WRK-NRM-ENTRADA
              PERFORM 3750-NORMALIZAR-TEXTO
              MOVE WRK-NRM-SAIDA (1:20) TO WRK-NOM-ULTIMO
           END-IF
           .
      *----------------------------------------------------------------*
       3700-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    NORMALIZA O TEXTO DE WRK-NRM-ENTRADA EM WRK-NRM-SAIDA:      *
      *    MANTEM SO LETRAS E DIGITOS, ELIMINANDO ESPACOS E PONTUACAO  *
      *----------------------------------------------------------------*
       3750-NORMALIZAR-TEXTO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-NRM-SAIDA
           MOVE ZEROS                  TO WRK-NRM-IDX-SAI
           MOVE 1                      TO WRK-NRM-IDX-ENT

           PERFORM 3760-NORMALIZAR-CARACTER
              UNTIL WRK-NRM-IDX-ENT GREATER 70
           .
      *----------------------------------------------------------------*
       3750-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3760-NORMALIZAR-CARACTER SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-NRM-ENTRADA (WRK-NRM-IDX-ENT:1)
                                       TO WRK-NRM-CARACTER

           IF (WRK-NRM-CARACTER GREATER OR EQUAL 'A'
               AND WRK-NRM-CARACTER NOT GREATER 'I')
              OR (WRK-NRM-CARACTER GREATER OR EQUAL 'J'
               AND WRK-NRM-CARACTER NOT GREATER 'R')
              OR (WRK-NRM-CARACTER GREATER OR EQUAL 'S'
               AND WRK-NRM-CARACTER NOT GREATER 'Z')
              OR (WRK-NRM-CARACTER GREATER OR EQUAL '0'
               AND WRK-NRM-CARACTER NOT GREATER '9')
              IF WRK-NRM-IDX-SAI LESS 70
                 ADD 1 TO WRK-NRM-IDX-SAI
                 MOVE WRK-NRM-CARACTER
                    TO WRK-NRM-SAIDA (WRK-NRM-IDX-SAI:1)
              END-IF
           END-IF

           ADD 1 TO WRK-NRM-IDX-ENT
           .
      *----------------------------------------------------------------*
       3760-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3810-LER-LISTA SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQLST01        TO TRUE

           READ ARQLST01 INTO ARQLST01-REGISTRO

           IF WRK-FS-LST01-OK OR WRK-FS-LST01-FIM
              IF WRK-FS-LST01-OK
                 ADD 1 TO ACU-LIDOS-ARQLST01
              END-IF
           ELSE
              MOVE WRK-FS-ARQLST01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3810-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3820-LER-CRUZAMENTO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQXRF01        TO TRUE

           READ ARQXRF01 INTO ARQXRF01-REGISTRO

           IF WRK-FS-XRF01-OK OR WRK-FS-XRF01-FIM
              IF WRK-FS-XRF01-OK
                 ADD 1 TO ACU-LIDOS-ARQXRF01
              END-IF
           ELSE
              MOVE WRK-FS-ARQXRF01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3820-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3830-LER-DECISAO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQDEC01        TO TRUE

           READ ARQDEC01 INTO ARQDEC01-REGISTRO

           IF WRK-FS-DEC01-OK OR WRK-FS-DEC01-FIM
              IF WRK-FS-DEC01-OK
                 ADD 1 TO ACU-LIDOS-ARQDEC01
              END-IF
           ELSE
              MOVE WRK-FS-ARQDEC01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3830-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3840-LER-TRANSACAO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQDCT01        TO TRUE

           READ ARQDCT01 INTO ARQDEC01-REGISTRO

           IF WRK-FS-DCT01-OK OR WRK-FS-DCT01-FIM
              IF WRK-FS-DCT01-OK
                 ADD 1 TO ACU-LIDOS-ARQDCT01
              END-IF
           ELSE
              MOVE WRK-FS-ARQDCT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3840-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3850-LER-CLIENTE SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQCLI01        TO TRUE

           READ ARQCLI01 INTO ARQCLI01-REGISTRO

           IF WRK-FS-CLI01-OK OR WRK-FS-CLI01-FIM
              IF WRK-FS-CLI01-OK
                 ADD 1 TO ACU-LIDOS-ARQCLI01
              END-IF
           ELSE
              MOVE WRK-FS-ARQCLI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3850-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3860-LER-EMPRESTIMO SECTION.
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
       3860-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3870-LER-EXTRATO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQENT01        TO TRUE

           READ ARQENT01 INTO WRK-ENT1-REGISTRO

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
       3870-99-FIM.
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
           MOVE ACU-PESSOAS-TRIADAS     TO ARQAUD01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQTRG01      TO ARQAUD01-QTDE-GRAVA
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
           PERFORM 4100-GRAVAR-DECISAO
              VARYING WRK-DEC-IDX FROM 1 BY 1
              UNTIL WRK-DEC-IDX GREATER WRK-DEC-QTDE

           PERFORM 4800-GRAVAR-TOTAIS

           IF ACU-OCORRENCIAS-NOVAS GREATER ZEROS
              OR ACU-DECISOES-REJEITADAS GREATER ZEROS
              MOVE 04                  TO RETURN-CODE
           END-IF

           PERFORM 3980-GRAVAR-AUDITORIA

           SET  WRK-CN-CLOSE           TO TRUE

           SET  WRK-CN-ARQDEC02        TO TRUE
           CLOSE ARQDEC02
           IF NOT WRK-FS-DEC02-OK
              MOVE WRK-FS-ARQDEC02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQTRG01        TO TRUE
           CLOSE ARQTRG01
           IF NOT WRK-FS-TRG01-OK
              MOVE WRK-FS-ARQTRG01     TO WRK-FS-DISPLAY
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

           MOVE WRK-LST-QTDE           TO WRK-MASK-QTDE
           DISPLAY '**************************************************'
           DISPLAY '* QTDE DE ENTRADAS NAS LISTAS: ' WRK-MASK-QTDE  '*'
           MOVE ACU-PESSOAS-TRIADAS    TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE PESSOAS TRIADAS    : ' WRK-MASK-QTDE  '*'
           MOVE ACU-OCORRENCIAS-NOVAS  TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE OCORRENCIAS NOVAS  : ' WRK-MASK-QTDE  '*'
           MOVE ACU-OCORRENCIAS-CONFIRMADAS
                                       TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE OCORRENCIAS CONFIRM: ' WRK-MASK-QTDE  '*'
           MOVE ACU-FALSOS-POSITIVOS   TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE FALSOS POSITIVOS   : ' WRK-MASK-QTDE  '*'
           MOVE ACU-DECISOES-APLICADAS TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE DECISOES APLICADAS : ' WRK-MASK-QTDE  '*'
           MOVE ACU-DECISOES-REJEITADAS
                                       TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE DECISOES REJEITADAS: ' WRK-MASK-QTDE  '*'
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
      *    GRAVA A DECISAO NO CADASTRO ATUALIZADO (A CANCELADA SAI)    *
      *----------------------------------------------------------------*
       4100-GRAVAR-DECISAO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-DEC-CANCELADA (WRK-DEC-IDX)
              GO TO 4100-99-FIM
           END-IF

           INITIALIZE ARQDEC01-REGISTRO
           MOVE WRK-DEC-CHAVE (WRK-DEC-IDX)
                                       TO ARQDEC01-CHAVE
           MOVE WRK-DEC-DECISAO (WRK-DEC-IDX)
                                       TO ARQDEC01-IND-DECISAO
           MOVE WRK-DEC-DATA (WRK-DEC-IDX)
                                       TO ARQDEC01-DAT-DECISAO
           MOVE WRK-DEC-ANALISTA (WRK-DEC-IDX)
                                       TO ARQDEC01-COD-ANALISTA

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQDEC02        TO TRUE

           WRITE FD-ARQDEC02 FROM ARQDEC01-REGISTRO

           IF WRK-FS-DEC02-OK
              ADD 1 TO ACU-GRAVA-ARQDEC02
           ELSE
              MOVE WRK-FS-ARQDEC02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       4100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    RESUMO DE CONTROLE NO FIM DO RELATORIO                      *
      *----------------------------------------------------------------*
       4800-GRAVAR-TOTAIS SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'ENTRADAS ATIVAS NAS LISTAS..............:'
                                       TO WRK-RES-DESCRICAO
           MOVE WRK-LST-QTDE           TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'ENTRADAS EXCLUIDAS DAS LISTAS...........:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-ENTRADAS-EXCLUIDAS TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'CLIENTES DO CADASTRO LIDOS..............:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-LIDOS-ARQCLI01     TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'EMPRESTIMOS LIDOS.......................:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-LIDOS-ARQEMP01     TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'CLIENTES DO EXTRATO LIDOS...............:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-LIDOS-ARQENT01     TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'PESSOAS TRIADAS.........................:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-PESSOAS-TRIADAS    TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'OCORRENCIAS NOVAS PARA REVISAO..........:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-OCORRENCIAS-NOVAS  TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'OCORRENCIAS JA CONFIRMADAS..............:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-OCORRENCIAS-CONFIRMADAS
                                       TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'FALSOS POSITIVOS JA DECIDIDOS (OMITIDOS):'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-FALSOS-POSITIVOS   TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'OCORRENCIAS REPETIDAS EM OUTRA ORIGEM...:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-OCORRENCIAS-REPETIDAS
                                       TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'DECISOES DO DIA APLICADAS...............:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-DECISOES-APLICADAS TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'DECISOES DO DIA REJEITADAS..............:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-DECISOES-REJEITADAS
                                       TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'DECISOES NO CADASTRO ATUALIZADO.........:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-GRAVA-ARQDEC02     TO WRK-RES-QTDE
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
      *    CPF DO CODIGO DE CLIENTE DO EXTRATO NO CRUZAMENTO           *
      *----------------------------------------------------------------*
       5100-PROCURAR-CRUZAMENTO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-XRF-IDX

           PERFORM 5110-PROXIMO-CRUZAMENTO
              UNTIL WRK-XRF-IDX GREATER WRK-XRF-QTDE
                 OR WRK-XRF-CCLUB (WRK-XRF-IDX) EQUAL WRK-ENT1-COD-NUM
           .
      *----------------------------------------------------------------*
       5100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5110-PROXIMO-CRUZAMENTO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-XRF-IDX
           .
      *----------------------------------------------------------------*
       5110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    DECISAO DA CHAVE WRK-DEC-CHAVE-BUSCA NO CADASTRO            *
      *----------------------------------------------------------------*
       5200-PROCURAR-DECISAO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-DEC-IDX

           PERFORM 5210-PROXIMA-DECISAO
              UNTIL WRK-DEC-IDX GREATER WRK-DEC-QTDE
                 OR WRK-DEC-CHAVE (WRK-DEC-IDX) EQUAL
                    WRK-DEC-CHAVE-BUSCA
           .
      *----------------------------------------------------------------*
       5200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5210-PROXIMA-DECISAO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-DEC-IDX
           .
      *----------------------------------------------------------------*
       5210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    OCORRENCIA WRK-OCO-CHAVE-NOVA JA GRAVADA NA RODADA          *
      *----------------------------------------------------------------*
       5300-PROCURAR-OCORRENCIA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-OCO-IDX

           PERFORM 5310-PROXIMA-OCORRENCIA
              UNTIL WRK-OCO-IDX GREATER WRK-OCO-QTDE
                 OR WRK-OCO-CHAVE (WRK-OCO-IDX) EQUAL
                    WRK-OCO-CHAVE-NOVA
           .
      *----------------------------------------------------------------*
       5300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5310-PROXIMA-OCORRENCIA SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-OCO-IDX
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
           MOVE ACU-PESSOAS-TRIADAS
                                  TO ERRO01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQTRG01
                                  TO ERRO01-QTDE-GRAVADOS

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
