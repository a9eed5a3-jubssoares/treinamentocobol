      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0518.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0518                                      *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   CONVERSAO DOS LEADS DE CAMPANHA. CASA OS    *
      *                    LEADS EM ABERTO DO CADASTRO DO EXER0517     *
      *                    (LEA05117) PELO CPF COM OS EVENTOS DE       *
      *                    NEGOCIO OCORRIDOS ENTRE A DATA DA RESPOSTA  *
      *                    E N DIAS DEPOIS:                            *
      *                    - CONTA ABERTA NO CADASTRO DE CONTAS        *
      *                      (CTA02225)                        -> 'A'  *
      *                    - DEPOSITO NO MOVIMENTO APROVADO            *
      *                      (ENT02105)                        -> 'D'  *
      *                    - EMPRESTIMO CONTRATADO (ENT03105), COM O   *
      *                      CPF DA INSTRUCAO DE DEBITO (DEB03105)     *
      *                                                        -> 'E'  *
      *                    VALE O PRIMEIRO EVENTO DA JANELA. GRAVA AS  *
      *                    CONVERSOES NO LAYOUT DAS ATUALIZACOES DE    *
      *                    LEADS (ATL05117, ORIGEM 'S'), APLICADAS NA  *
      *                    PROXIMA RODADA DO EXER0517, E EMITE A TAXA  *
      *                    DE CONVERSAO POR CAMPANHA E POR AGENCIA.    *
      *                    EMPRESTIMO SEM INSTRUCAO DE DEBITO NAO TEM  *
      *                    CPF E NAO CONVERTE LEAD.                    *
      *                    RC 08 = CARTAO INVALIDO                     *
      *----------------------------------------------------------------*
      *    CARTAO (ARQPARM): COLS 1-8   DATA DE REFERENCIA (AAAAMMDD)  *
      *                      COLS 10-12 DIAS DA JANELA (PADRAO 060)    *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPARM  (CARTAO DE PARAMETROS)           -               *
      *      ARQLEA01 (CADASTRO DE LEADS)              LEA05117        *
      *      ARQCTA01 (CADASTRO DE CONTAS)             CTA02225        *
      *      ARQENT01 (MOVIMENTO APROVADO)             ENT02105        *
      *      ARQDEB01 (INSTRUCOES DE DEBITO)           DEB03105        *
      *      ARQEMP01 (CADASTRO DE EMPRESTIMOS)        ENT03105        *
      *      ARQATL01 (CONVERSOES APURADAS)            ATL05117        *
      *      ARQSAI01 (RELATORIO DE CONVERSAO)         -               *
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

           SELECT ARQLEA01 ASSIGN      TO UT-S-ARQLEA01
                      FILE STATUS      IS WRK-FS-ARQLEA01.

           SELECT ARQCTA01 ASSIGN      TO UT-S-ARQCTA01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS SEQUENTIAL
                      RECORD KEY       IS FD-ARQCTA01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQCTA01.

           SELECT ARQENT01 ASSIGN      TO UT-S-ARQENT01
                      FILE STATUS      IS WRK-FS-ARQENT01.

           SELECT ARQDEB01 ASSIGN      TO UT-S-ARQDEB01
                      FILE STATUS      IS WRK-FS-ARQDEB01.

           SELECT ARQEMP01 ASSIGN      TO UT-S-ARQEMP01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS SEQUENTIAL
                      RECORD KEY       IS FD-ARQEMP01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQEMP01.

           SELECT ARQATL01 ASSIGN      TO UT-S-ARQATL01
                      FILE STATUS      IS WRK-FS-ARQATL01.

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
      *   INPUT:      CADASTRO DE LEADS DE CAMPANHA (EXER0517)         *
      *               ORG. SEQUENCIAL   -   LRECL = 120                *
      *----------------------------------------------------------------*

       FD  ARQLEA01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQLEA01             PIC X(120).

      *----------------------------------------------------------------*
      *   INPUT:      CADASTRO DE CONTAS DE DEPOSITO                   *
      *               ORG. INDEXADA     -   LRECL = 050                *
      *----------------------------------------------------------------*

       FD  ARQCTA01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQCTA01.
           05 FD-ARQCTA01-CHAVE.
              10 FD-ARQCTA01-CONTA    PIC X(15).
              10 FD-ARQCTA01-MOEDA    PIC X(03).
           05 FILLER                  PIC X(32).

      *----------------------------------------------------------------*
      *   INPUT:      MOVIMENTO APROVADO (COM ENVELOPE)                *
      *               ORG. SEQUENCIAL   -   LRECL = 049                *
      *----------------------------------------------------------------*

       FD  ARQENT01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQENT01             PIC X(049).

      *----------------------------------------------------------------*
      *   INPUT:      INSTRUCOES DE DEBITO AUTOMATICO (EMPRESTIMO X    *
      *               CPF DO DEVEDOR)                                  *
      *               ORG. SEQUENCIAL   -   LRECL = 028                *
      *----------------------------------------------------------------*

       FD  ARQDEB01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQDEB01             PIC X(028).

      *----------------------------------------------------------------*
      *   INPUT:      CADASTRO DE EMPRESTIMOS                          *
      *               ORG. INDEXADA     -   LRECL = 233                *
      *----------------------------------------------------------------*

       FD  ARQEMP01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQEMP01.
           05 FD-ARQEMP01-CHAVE       PIC X(09).
           05 FD-ARQEMP01-NOM-CLIENTE PIC X(40).
           05 FD-ARQEMP01-DAT-EMPRE   PIC X(10).
           05 FILLER                  PIC X(174).

      *----------------------------------------------------------------*
      *   OUTPUT:     CONVERSOES APURADAS, NO LAYOUT DAS ATUALIZACOES  *
      *               DE LEADS DO EXER0517                             *
      *               ORG. SEQUENCIAL   -   LRECL = 050                *
      *----------------------------------------------------------------*

       FD  ARQATL01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQATL01             PIC X(050).

      *----------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DE CONVERSAO POR CAMPANHA E AGENCIA    *
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
             'EXER0518 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0518'.
       77 WRK-ERRO2000            PIC  X(008) VALUE 'ERRO2000'.
       77 WRK-MASK-QTDE           PIC  ZZZ.ZZ9.
       77 WRK-QTD-JANELA          PIC  9(003) VALUE 060.
       77 WRK-INT-DATA            PIC S9(009) COMP VALUE +0.
       77 WRK-EVT-CPF             PIC  9(011) VALUE ZEROS.
       77 WRK-EVT-DATA            PIC  9(008) VALUE ZEROS.
       77 WRK-EVT-TIPO            PIC  X(001) VALUE SPACES.
       77 WRK-DAT-TEXTO           PIC  X(010) VALUE SPACES.
       77 WRK-QTD-CONVERTIDOS     PIC  9(007) VALUE ZEROS.
      *
       01 WRK-SW-DATA             PIC  X(001) VALUE 'N'.
          88 WRK-DATA-VALIDA                  VALUE 'S'.
      *
       01 WRK-SW-MOVIMENTO        PIC  X(001) VALUE 'N'.
          88 WRK-REG-E-DADOS                  VALUE 'S'.
      *
       01 WRK-PARM-REGISTRO.
          05 WRK-PARM-DAT-REFERENCIA
                                  PIC  9(008) VALUE ZEROS.
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-PARM-QTD-JANELA  PIC  X(003) VALUE SPACES.
          05 WRK-PARM-QTD-JANELA-N
                                  REDEFINES WRK-PARM-QTD-JANELA
                                  PIC  9(003).
          05 FILLER               PIC  X(068) VALUE SPACES.
      *
       01 WRK-DAT-REFERENCIA      PIC  9(008) VALUE ZEROS.
       01 WRK-DAT-REFERENCIA-R    REDEFINES WRK-DAT-REFERENCIA.
          05 WRK-REF-ANO          PIC  9(004).
          05 WRK-REF-MES          PIC  9(002).
          05 WRK-REF-DIA          PIC  9(002).
      *
       01 WRK-DAT-CALCULO         PIC  9(008) VALUE ZEROS.
       01 WRK-DAT-CALCULO-R       REDEFINES WRK-DAT-CALCULO.
          05 WRK-DTC-ANO          PIC  9(004).
          05 WRK-DTC-MES          PIC  9(002).
          05 WRK-DTC-DIA          PIC  9(002).
      *
       01 WRK-DAT-FORMATAR        PIC  9(008) VALUE ZEROS.
       01 WRK-DAT-FORMATAR-R      REDEFINES WRK-DAT-FORMATAR.
          05 WRK-FMT-ANO          PIC  9(004).
          05 WRK-FMT-MES          PIC  9(002).
          05 WRK-FMT-DIA          PIC  9(002).
       01 WRK-DAT-FORMATADA       PIC  X(010) VALUE SPACES.
      *
       01 WRK-AREA-LIDA-ENT01     PIC  X(049) VALUE SPACES.
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS-ARQLEA01     PIC 9(007) VALUE ZEROS.
           03 ACU-LEADS-ABERTOS      PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQCTA01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-MOVIMENTO    PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQDEB01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQEMP01     PIC 9(007) VALUE ZEROS.
           03 ACU-EMP-SEM-INSTRUCAO  PIC 9(007) VALUE ZEROS.
           03 ACU-CONV-CONTA         PIC 9(007) VALUE ZEROS.
           03 ACU-CONV-DEPOSITO      PIC 9(007) VALUE ZEROS.
           03 ACU-CONV-EMPRESTIMO    PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQATL01     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI01     PIC 9(007) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    TABELA DOS LEADS DO CADASTRO                                *
      *----------------------------------------------------------------*
       77 WRK-LEA-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-LEA-IDX             PIC 9(004) VALUE ZEROS.
       01 WRK-LEA-TABELA.
          05 WRK-LEA-LINHA        OCCURS 5000 TIMES.
             10 WRK-LEA-COD-CLIENTE
                                  PIC 9(010).
             10 WRK-LEA-COD-CAMPANHA
                                  PIC X(008).
             10 WRK-LEA-CPF       PIC 9(011).
             10 WRK-LEA-COD-AGENCIA
                                  PIC 9(004).
             10 WRK-LEA-DAT-RESPOSTA
                                  PIC 9(008).
             10 WRK-LEA-DAT-LIMITE
                                  PIC 9(008).
             10 WRK-LEA-SIT-LEAD  PIC X(001).
                88 WRK-LEA-ABERTO             VALUE 'N' 'C'.
                88 WRK-LEA-CONTATADO          VALUE 'C'.
                88 WRK-LEA-CONVERTIDO         VALUE 'V'.
                88 WRK-LEA-PERDIDO            VALUE 'P'.
             10 WRK-LEA-COD-ORIGEM
                                  PIC X(001).
             10 WRK-LEA-TIP-CONV-NOVA
                                  PIC X(001).
             10 WRK-LEA-DAT-CONV-NOVA
                                  PIC 9(008).
      *
      *----------------------------------------------------------------*
      *    TABELA DAS INSTRUCOES DE DEBITO (EMPRESTIMO X CPF)          *
      *----------------------------------------------------------------*
       77 WRK-DEB-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-DEB-IDX             PIC 9(004) VALUE ZEROS.
       01 WRK-DEB-TABELA.
          05 WRK-DEB-LINHA        OCCURS 3000 TIMES.
             10 WRK-DEB-CHAVE     PIC X(009).
             10 WRK-DEB-CPF       PIC 9(011).
      *
      *----------------------------------------------------------------*
      *    TABELAS DO RESUMO POR CAMPANHA E POR AGENCIA                *
      *----------------------------------------------------------------*
       77 WRK-CMP-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-CMP-IDX             PIC 9(004) VALUE ZEROS.
       01 WRK-CMP-TABELA.
          05 WRK-CMP-LINHA        OCCURS 500 TIMES.
             10 WRK-CMP-CHAVE     PIC X(008).
             10 WRK-CMP-CONTADORES.
                15 WRK-CMP-QTD    PIC 9(007) OCCURS 7 TIMES.
      *
       77 WRK-AGE-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-AGE-IDX             PIC 9(004) VALUE ZEROS.
       01 WRK-AGE-TABELA.
          05 WRK-AGE-LINHA        OCCURS 1000 TIMES.
             10 WRK-AGE-CHAVE     PIC 9(004).
             10 WRK-AGE-CONTADORES.
                15 WRK-AGE-QTD    PIC 9(007) OCCURS 7 TIMES.
      *
      *----------------------------------------------------------------*
      *    CONTADORES DE UM LEAD E DE UMA LINHA DO RESUMO:             *
      *    1 LEADS  2 EM ABERTO  3 CONTATADOS  4 CONVERTIDOS PELA      *
      *    AGENCIA  5 CONVERTIDOS PELO SISTEMA  6 PERDIDOS  7 EM       *
      *    ABERTO COM A JANELA VENCIDA                                 *
      *----------------------------------------------------------------*
       77 WRK-CNT-IDX             PIC 9(004) VALUE ZEROS.
       01 WRK-INC-CONTADORES.
          05 WRK-INC-QTD          PIC 9(007) OCCURS 7 TIMES.
       01 WRK-GRP-CONTADORES.
          05 WRK-GRP-QTD          PIC 9(007) OCCURS 7 TIMES.
       01 WRK-TOT-CONTADORES.
          05 WRK-TOT-QTD          PIC 9(007) OCCURS 7 TIMES.
      *
      *----------------------------------------------------------------*
      *    AREA DO RELATORIO                                           *
      *----------------------------------------------------------------*
       01 WRK-CAB1-RELATORIO.
          05 FILLER               PIC X(040) VALUE
             'CONVERSAO DE LEADS DE CAMPANHA - REFER. '.
          05 WRK-CAB1-DATA        PIC X(010) VALUE SPACES.
          05 FILLER               PIC X(010) VALUE '  JANELA: '.
          05 WRK-CAB1-JANELA      PIC ZZ9.
          05 FILLER               PIC X(005) VALUE ' DIAS'.
          05 FILLER               PIC X(064) VALUE SPACES.

       01 WRK-CAB-CONVERSAO.
          05 FILLER               PIC X(045) VALUE
             'CLIENTE     CAMPANHA  CPF          AGEN  TIPO'.
          05 FILLER               PIC X(034) VALUE
             '        DT RESPOSTA   DT CONVERSAO'.
          05 FILLER               PIC X(053) VALUE SPACES.

       01 WRK-DET-CONVERSAO.
          05 WRK-DCV-COD-CLIENTE  PIC 9(010).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DCV-CAMPANHA     PIC X(008).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DCV-CPF          PIC 9(011).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DCV-AGENCIA      PIC 9(004).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DCV-TIPO         PIC X(010).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DCV-DAT-RESPOSTA PIC X(010).
          05 FILLER               PIC X(004) VALUE SPACES.
          05 WRK-DCV-DAT-CONVERSAO
                                  PIC X(010).
          05 FILLER               PIC X(055) VALUE SPACES.

       01 WRK-CAB-RESUMO.
          05 WRK-CAB-RES-CHAVE    PIC X(010) VALUE SPACES.
          05 FILLER               PIC X(008) VALUE '  LEADS '.
          05 FILLER               PIC X(008) VALUE ' ABERTO '.
          05 FILLER               PIC X(008) VALUE ' CONTAT '.
          05 FILLER               PIC X(008) VALUE ' CV.AGE '.
          05 FILLER               PIC X(008) VALUE ' CV.SIS '.
          05 FILLER               PIC X(008) VALUE ' PERDID '.
          05 FILLER               PIC X(012) VALUE '  TAXA CONV%'.
          05 FILLER               PIC X(020) VALUE
             '   ABERTO FORA JAN.'.
          05 FILLER               PIC X(042) VALUE SPACES.

       01 WRK-DET-RESUMO.
          05 WRK-DRS-CHAVE        PIC X(010).
          05 WRK-DRS-QTD-LEADS    PIC ZZZ.ZZ9.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DRS-QTD-ABERTOS  PIC ZZZ.ZZ9.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DRS-QTD-CONTATADOS
                                  PIC ZZZ.ZZ9.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DRS-QTD-CONV-AGE PIC ZZZ.ZZ9.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DRS-QTD-CONV-SIS PIC ZZZ.ZZ9.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DRS-QTD-PERDIDOS PIC ZZZ.ZZ9.
          05 FILLER               PIC X(006) VALUE SPACES.
          05 WRK-DRS-TAXA         PIC ZZ9,99.
          05 FILLER               PIC X(013) VALUE SPACES.
          05 WRK-DRS-QTD-FORA     PIC ZZZ.ZZ9.
          05 FILLER               PIC X(043) VALUE SPACES.

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
          05 WRK-FS-ARQLEA01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-LEA01-OK               VALUE '00'.
             88 WRK-FS-LEA01-FIM              VALUE '10'.
          05 WRK-FS-ARQCTA01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CTA01-OK               VALUE '00'.
             88 WRK-FS-CTA01-FIM              VALUE '10'.
          05 WRK-FS-ARQENT01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ENT01-OK               VALUE '00'.
             88 WRK-FS-ENT01-FIM              VALUE '10'.
          05 WRK-FS-ARQDEB01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-DEB01-OK               VALUE '00'.
             88 WRK-FS-DEB01-FIM              VALUE '10'.
          05 WRK-FS-ARQEMP01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-EMP01-OK               VALUE '00'.
             88 WRK-FS-EMP01-FIM              VALUE '10'.
          05 WRK-FS-ARQATL01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ATL01-OK               VALUE '00'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK               VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
          88 WRK-CN-ARQLEA01      VALUE 'ARQLEA01'.
          88 WRK-CN-ARQCTA01      VALUE 'ARQCTA01'.
          88 WRK-CN-ARQENT01      VALUE 'ARQENT01'.
          88 WRK-CN-ARQDEB01      VALUE 'ARQDEB01'.
          88 WRK-CN-ARQEMP01      VALUE 'ARQEMP01'.
          88 WRK-CN-ARQATL01      VALUE 'ARQATL01'.
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
           COPY LEA05117.
           COPY CTA02225.
           COPY ENT02105.
           COPY DEB03105.
           COPY ATL05117.
           COPY AUD00105.
           COPY 'I#ERRO01'.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0518 - FIM DA AREA DE WORKING'.
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

           PERFORM 1200-CARREGAR-LEADS

           PERFORM 1400-CARREGAR-INSTRUCOES

           IF ACU-LEADS-ABERTOS GREATER ZEROS
              PERFORM 2000-APURAR-CONTAS
              PERFORM 2100-APURAR-DEPOSITOS
              PERFORM 2200-APURAR-EMPRESTIMOS
           END-IF

           PERFORM 3000-GRAVAR-CONVERSOES

           PERFORM 3500-APURAR-RESUMO

           PERFORM 3600-IMPRIMIR-RESUMO

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

           MOVE WRK-PARM-DAT-REFERENCIA
                                       TO WRK-DAT-REFERENCIA

           IF NOT WRK-FS-PARM-OK
              OR WRK-PARM-DAT-REFERENCIA NOT NUMERIC
              OR WRK-REF-ANO EQUAL ZEROS
              OR WRK-REF-MES LESS 01
              OR WRK-REF-MES GREATER 12
              OR WRK-REF-DIA LESS 01
              OR WRK-REF-DIA GREATER 31
              DISPLAY '************************************************'
              DISPLAY '* DATA DE REFERENCIA (COLS 1-8) INVALIDA NO    *'
              DISPLAY '* CARTAO DE PARAMETROS                         *'
              DISPLAY '* PROGRAMA ' WRK-PROGRAMA
                                          ' CANCELADO                *'
              DISPLAY '************************************************'
              MOVE 08 TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           IF WRK-PARM-QTD-JANELA-N NUMERIC
              AND WRK-PARM-QTD-JANELA-N GREATER ZEROS
              MOVE WRK-PARM-QTD-JANELA-N
                                       TO WRK-QTD-JANELA
           END-IF

           CLOSE ARQPARM

           SET  WRK-CN-ARQLEA01        TO TRUE
           OPEN INPUT ARQLEA01

           IF NOT WRK-FS-LEA01-OK
              MOVE WRK-FS-ARQLEA01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQATL01        TO TRUE
           OPEN OUTPUT ARQATL01

           IF NOT WRK-FS-ATL01-OK
              MOVE WRK-FS-ARQATL01     TO WRK-FS-DISPLAY
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

           MOVE WRK-DAT-REFERENCIA     TO WRK-DAT-FORMATAR
           PERFORM 5800-FORMATAR-DATA
           MOVE WRK-DAT-FORMATADA      TO WRK-CAB1-DATA
           MOVE WRK-QTD-JANELA         TO WRK-CAB1-JANELA

           MOVE WRK-CAB1-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARGA DO CADASTRO DE LEADS, COM O FIM DA JANELA DE CADA     *
      *    LEAD (DATA DA RESPOSTA + DIAS DA JANELA)                    *
      *----------------------------------------------------------------*
       1200-CARREGAR-LEADS SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3810-LER-LEAD

           PERFORM 1210-GUARDAR-LEAD
              UNTIL WRK-FS-LEA01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           SET  WRK-CN-ARQLEA01        TO TRUE
           CLOSE ARQLEA01
           .
      *----------------------------------------------------------------*
       1200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1210-GUARDAR-LEAD SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-LEA-QTDE NOT LESS 5000
              DISPLAY '* TABELA DE LEADS ESGOTADA (5000)'
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           ADD 1 TO WRK-LEA-QTDE
           MOVE WRK-LEA-QTDE           TO WRK-LEA-IDX

           MOVE ARQLEA01-COD-CLIENTE   TO WRK-LEA-COD-CLIENTE
                                          (WRK-LEA-IDX)
           MOVE ARQLEA01-COD-CAMPANHA  TO WRK-LEA-COD-CAMPANHA
                                          (WRK-LEA-IDX)
           MOVE ARQLEA01-CPF           TO WRK-LEA-CPF (WRK-LEA-IDX)
           MOVE ARQLEA01-COD-AGENCIA   TO WRK-LEA-COD-AGENCIA
                                          (WRK-LEA-IDX)
           MOVE ARQLEA01-DAT-RESPOSTA  TO WRK-LEA-DAT-RESPOSTA
                                          (WRK-LEA-IDX)
           MOVE ARQLEA01-SIT-LEAD      TO WRK-LEA-SIT-LEAD
                                          (WRK-LEA-IDX)
           MOVE ARQLEA01-COD-ORIGEM-SIT
                                       TO WRK-LEA-COD-ORIGEM
                                          (WRK-LEA-IDX)
           MOVE SPACES                 TO WRK-LEA-TIP-CONV-NOVA
                                          (WRK-LEA-IDX)
           MOVE ZEROS                  TO WRK-LEA-DAT-CONV-NOVA
                                          (WRK-LEA-IDX)
                                          WRK-LEA-DAT-LIMITE
                                          (WRK-LEA-IDX)

           IF ARQLEA01-DAT-RESPOSTA NUMERIC
              AND ARQLEA01-DAT-RESPOSTA GREATER ZEROS
              COMPUTE WRK-INT-DATA =
                      FUNCTION INTEGER-OF-DATE (ARQLEA01-DAT-RESPOSTA)
                    + WRK-QTD-JANELA
              COMPUTE WRK-LEA-DAT-LIMITE (WRK-LEA-IDX) =
                      FUNCTION DATE-OF-INTEGER (WRK-INT-DATA)
           END-IF

           IF WRK-LEA-ABERTO (WRK-LEA-IDX)
              AND WRK-LEA-CPF (WRK-LEA-IDX) GREATER ZEROS
              ADD 1 TO ACU-LEADS-ABERTOS
           END-IF

           PERFORM 3810-LER-LEAD
           .
      *----------------------------------------------------------------*
       1210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARGA DAS INSTRUCOES DE DEBITO (LIGACAO EMPRESTIMO X CPF).  *
      *    A INSTRUCAO SUSPENSA TAMBEM IDENTIFICA O DEVEDOR            *
      *----------------------------------------------------------------*
       1400-CARREGAR-INSTRUCOES SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQDEB01        TO TRUE
           OPEN INPUT ARQDEB01

           IF NOT WRK-FS-DEB01-OK
              MOVE WRK-FS-ARQDEB01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3840-LER-INSTRUCAO

           PERFORM 1410-GUARDAR-INSTRUCAO
              UNTIL WRK-FS-DEB01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQDEB01
           .
      *----------------------------------------------------------------*
       1400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1410-GUARDAR-INSTRUCAO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-DEB-QTDE NOT LESS 3000
              DISPLAY '* TABELA DE INSTRUCOES ESGOTADA (3000)'
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           ADD 1 TO WRK-DEB-QTDE
           MOVE ARQDEB01-CHAVE         TO WRK-DEB-CHAVE (WRK-DEB-QTDE)
           MOVE ARQDEB01-CPF-DEVEDOR   TO WRK-DEB-CPF (WRK-DEB-QTDE)

           PERFORM 3840-LER-INSTRUCAO
           .
      *----------------------------------------------------------------*
       1410-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CONTAS ABERTAS NO CADASTRO DE CONTAS                        *
      *----------------------------------------------------------------*
       2000-APURAR-CONTAS SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQCTA01        TO TRUE
           OPEN INPUT ARQCTA01

           IF NOT WRK-FS-CTA01-OK
              MOVE WRK-FS-ARQCTA01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3820-LER-CONTA

           PERFORM 2010-TRATAR-CONTA
              UNTIL WRK-FS-CTA01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQCTA01
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2010-TRATAR-CONTA SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQCTA01-DAT-ABERTURA NUMERIC
              AND ARQCTA01-DAT-ABERTURA GREATER ZEROS
              MOVE ARQCTA01-CPF        TO WRK-EVT-CPF
              MOVE ARQCTA01-DAT-ABERTURA
                                       TO WRK-EVT-DATA
              MOVE 'A'                 TO WRK-EVT-TIPO
              PERFORM 2500-CASAR-EVENTO
           END-IF

           PERFORM 3820-LER-CONTA
           .
      *----------------------------------------------------------------*
       2010-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    DEPOSITOS NO MOVIMENTO APROVADO (SALTA O ENVELOPE)          *
      *----------------------------------------------------------------*
       2100-APURAR-DEPOSITOS SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQENT01        TO TRUE
           OPEN INPUT ARQENT01

           IF NOT WRK-FS-ENT01-OK
              MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3830-LER-MOVIMENTO

           PERFORM 2110-TRATAR-MOVIMENTO
              UNTIL WRK-FS-ENT01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQENT01
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2110-TRATAR-MOVIMENTO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-REG-E-DADOS
              AND ARQENT01-TRANS-DEPOSITO
              MOVE ARQENT01-DAT-DEPOS  TO WRK-DAT-TEXTO
              PERFORM 5700-CONVERTER-DATA
              IF WRK-DATA-VALIDA
                 MOVE ARQENT01-CPF     TO WRK-EVT-CPF
                 MOVE WRK-DAT-CALCULO  TO WRK-EVT-DATA
                 MOVE 'D'              TO WRK-EVT-TIPO
                 PERFORM 2500-CASAR-EVENTO
              END-IF
           END-IF

           PERFORM 3830-LER-MOVIMENTO
           .
      *----------------------------------------------------------------*
       2110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    EMPRESTIMOS CONTRATADOS, COM O CPF DA INSTRUCAO DE DEBITO   *
      *----------------------------------------------------------------*
       2200-APURAR-EMPRESTIMOS SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQEMP01        TO TRUE
           OPEN INPUT ARQEMP01

           IF NOT WRK-FS-EMP01-OK
              MOVE WRK-FS-ARQEMP01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3850-LER-EMPRESTIMO

           PERFORM 2210-TRATAR-EMPRESTIMO
              UNTIL WRK-FS-EMP01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQEMP01
           .
      *----------------------------------------------------------------*
       2200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2210-TRATAR-EMPRESTIMO SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 5100-PROCURAR-INSTRUCAO

           IF WRK-DEB-IDX GREATER WRK-DEB-QTDE
              ADD 1 TO ACU-EMP-SEM-INSTRUCAO
           ELSE
              MOVE FD-ARQEMP01-DAT-EMPRE
                                       TO WRK-DAT-TEXTO
              PERFORM 5700-CONVERTER-DATA
              IF WRK-DATA-VALIDA
                 MOVE WRK-DEB-CPF (WRK-DEB-IDX)
                                       TO WRK-EVT-CPF
                 MOVE WRK-DAT-CALCULO  TO WRK-EVT-DATA
                 MOVE 'E'              TO WRK-EVT-TIPO
                 PERFORM 2500-CASAR-EVENTO
              END-IF
           END-IF

           PERFORM 3850-LER-EMPRESTIMO
           .
      *----------------------------------------------------------------*
       2210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CASA O EVENTO COM OS LEADS EM ABERTO DO CPF                 *
      *----------------------------------------------------------------*
       2500-CASAR-EVENTO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-EVT-CPF EQUAL ZEROS
              OR WRK-EVT-DATA GREATER WRK-DAT-REFERENCIA
              GO TO 2500-99-FIM
           END-IF

           PERFORM 2510-VERIFICAR-LEAD
              VARYING WRK-LEA-IDX FROM 1 BY 1
              UNTIL WRK-LEA-IDX GREATER WRK-LEA-QTDE
           .
      *----------------------------------------------------------------*
       2500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    EVENTO DENTRO DA JANELA DO LEAD; COM MAIS DE UM EVENTO,     *
      *    VALE O MAIS ANTIGO                                          *
      *----------------------------------------------------------------*
       2510-VERIFICAR-LEAD SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-LEA-CPF (WRK-LEA-IDX) NOT EQUAL WRK-EVT-CPF
              OR NOT WRK-LEA-ABERTO (WRK-LEA-IDX)
              OR WRK-EVT-DATA LESS WRK-LEA-DAT-RESPOSTA (WRK-LEA-IDX)
              OR WRK-EVT-DATA GREATER WRK-LEA-DAT-LIMITE (WRK-LEA-IDX)
              GO TO 2510-99-FIM
           END-IF

           IF WRK-LEA-DAT-CONV-NOVA (WRK-LEA-IDX) EQUAL ZEROS
              OR WRK-EVT-DATA LESS WRK-LEA-DAT-CONV-NOVA (WRK-LEA-IDX)
              MOVE WRK-EVT-TIPO        TO WRK-LEA-TIP-CONV-NOVA
                                          (WRK-LEA-IDX)
              MOVE WRK-EVT-DATA        TO WRK-LEA-DAT-CONV-NOVA
                                          (WRK-LEA-IDX)
           END-IF
           .
      *----------------------------------------------------------------*
       2510-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVACAO DAS CONVERSOES APURADAS NA RODADA                  *
      *----------------------------------------------------------------*
       3000-GRAVAR-CONVERSOES SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 4950-GRAVAR-LINHA
           MOVE 'CONVERSOES APURADAS NA RODADA'
                                       TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           MOVE WRK-CAB-CONVERSAO      TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 3010-GRAVAR-CONVERSAO
              VARYING WRK-LEA-IDX FROM 1 BY 1
              UNTIL WRK-LEA-IDX GREATER WRK-LEA-QTDE
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3010-GRAVAR-CONVERSAO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-LEA-DAT-CONV-NOVA (WRK-LEA-IDX) EQUAL ZEROS
              GO TO 3010-99-FIM
           END-IF

           INITIALIZE ARQATL01-REGISTRO

           MOVE WRK-LEA-COD-CLIENTE (WRK-LEA-IDX)
                                       TO ARQATL01-COD-CLIENTE
           MOVE WRK-LEA-COD-CAMPANHA (WRK-LEA-IDX)
                                       TO ARQATL01-COD-CAMPANHA
           SET  ARQATL01-SIT-CONVERTIDO
                                       TO TRUE
           MOVE WRK-LEA-DAT-CONV-NOVA (WRK-LEA-IDX)
                                       TO ARQATL01-DAT-SITUACAO
           MOVE WRK-LEA-COD-AGENCIA (WRK-LEA-IDX)
                                       TO ARQATL01-COD-AGENCIA
           MOVE WRK-PROGRAMA           TO ARQATL01-COD-RESPONSAVEL
           MOVE WRK-LEA-TIP-CONV-NOVA (WRK-LEA-IDX)
                                       TO ARQATL01-TIP-CONVERSAO
           SET  ARQATL01-ORIGEM-SISTEMA
                                       TO TRUE

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQATL01        TO TRUE

           WRITE FD-ARQATL01 FROM ARQATL01-REGISTRO

           IF WRK-FS-ATL01-OK
              ADD 1 TO ACU-GRAVA-ARQATL01
           ELSE
              MOVE WRK-FS-ARQATL01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE WRK-LEA-COD-CLIENTE (WRK-LEA-IDX)
                                       TO WRK-DCV-COD-CLIENTE
           MOVE WRK-LEA-COD-CAMPANHA (WRK-LEA-IDX)
                                       TO WRK-DCV-CAMPANHA
           MOVE WRK-LEA-CPF (WRK-LEA-IDX)
                                       TO WRK-DCV-CPF
           MOVE WRK-LEA-COD-AGENCIA (WRK-LEA-IDX)
                                       TO WRK-DCV-AGENCIA

           EVALUATE WRK-LEA-TIP-CONV-NOVA (WRK-LEA-IDX)
              WHEN 'A'
                 MOVE 'CONTA'          TO WRK-DCV-TIPO
                 ADD 1 TO ACU-CONV-CONTA
              WHEN 'D'
                 MOVE 'DEPOSITO'       TO WRK-DCV-TIPO
                 ADD 1 TO ACU-CONV-DEPOSITO
              WHEN OTHER
                 MOVE 'EMPRESTIMO'     TO WRK-DCV-TIPO
                 ADD 1 TO ACU-CONV-EMPRESTIMO
           END-EVALUATE

           MOVE WRK-LEA-DAT-RESPOSTA (WRK-LEA-IDX)
                                       TO WRK-DAT-FORMATAR
           PERFORM 5800-FORMATAR-DATA
           MOVE WRK-DAT-FORMATADA      TO WRK-DCV-DAT-RESPOSTA

           MOVE WRK-LEA-DAT-CONV-NOVA (WRK-LEA-IDX)
                                       TO WRK-DAT-FORMATAR
           PERFORM 5800-FORMATAR-DATA
           MOVE WRK-DAT-FORMATADA      TO WRK-DCV-DAT-CONVERSAO

           MOVE WRK-DET-CONVERSAO      TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       3010-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ACUMULA CADA LEAD NA SUA CAMPANHA E NA SUA AGENCIA. A       *
      *    CONVERSAO APURADA NA RODADA CONTA COMO DO SISTEMA           *
      *----------------------------------------------------------------*
       3500-APURAR-RESUMO SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE WRK-TOT-CONTADORES

           PERFORM 3510-ACUMULAR-LEAD
              VARYING WRK-LEA-IDX FROM 1 BY 1
              UNTIL WRK-LEA-IDX GREATER WRK-LEA-QTDE
           .
      *----------------------------------------------------------------*
       3500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3510-ACUMULAR-LEAD SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE WRK-INC-CONTADORES
           MOVE 1                      TO WRK-INC-QTD (1)

           EVALUATE TRUE
              WHEN WRK-LEA-DAT-CONV-NOVA (WRK-LEA-IDX) GREATER ZEROS
                 MOVE 1                TO WRK-INC-QTD (5)
              WHEN WRK-LEA-ABERTO (WRK-LEA-IDX)
                 MOVE 1                TO WRK-INC-QTD (2)
                 IF WRK-LEA-CONTATADO (WRK-LEA-IDX)
                    MOVE 1             TO WRK-INC-QTD (3)
                 END-IF
                 IF WRK-DAT-REFERENCIA GREATER
                    WRK-LEA-DAT-LIMITE (WRK-LEA-IDX)
                    MOVE 1             TO WRK-INC-QTD (7)
                 END-IF
              WHEN WRK-LEA-CONVERTIDO (WRK-LEA-IDX)
                 IF WRK-LEA-COD-ORIGEM (WRK-LEA-IDX) EQUAL 'S'
                    MOVE 1             TO WRK-INC-QTD (5)
                 ELSE
                    MOVE 1             TO WRK-INC-QTD (4)
                 END-IF
              WHEN OTHER
                 MOVE 1                TO WRK-INC-QTD (6)
           END-EVALUATE

           PERFORM 5400-PROCURAR-CAMPANHA
           PERFORM 5500-PROCURAR-AGENCIA

           PERFORM 3520-SOMAR-CONTADOR
              VARYING WRK-CNT-IDX FROM 1 BY 1
              UNTIL WRK-CNT-IDX GREATER 7
           .
      *----------------------------------------------------------------*
       3510-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3520-SOMAR-CONTADOR SECTION.
      *----------------------------------------------------------------*
      *
           ADD WRK-INC-QTD (WRK-CNT-IDX)
                        TO WRK-CMP-QTD (WRK-CMP-IDX WRK-CNT-IDX)
                           WRK-AGE-QTD (WRK-AGE-IDX WRK-CNT-IDX)
                           WRK-TOT-QTD (WRK-CNT-IDX)
           .
      *----------------------------------------------------------------*
       3520-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    TAXA DE CONVERSAO POR CAMPANHA, POR AGENCIA E GERAL         *
      *----------------------------------------------------------------*
       3600-IMPRIMIR-RESUMO SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 4950-GRAVAR-LINHA
           MOVE 'CONVERSAO POR CAMPANHA'
                                       TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           MOVE 'CAMPANHA'             TO WRK-CAB-RES-CHAVE
           MOVE WRK-CAB-RESUMO         TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 3610-IMPRIMIR-CAMPANHA
              VARYING WRK-CMP-IDX FROM 1 BY 1
              UNTIL WRK-CMP-IDX GREATER WRK-CMP-QTDE

           PERFORM 4950-GRAVAR-LINHA
           MOVE 'CONVERSAO POR AGENCIA'
                                       TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           MOVE 'AGENCIA'              TO WRK-CAB-RES-CHAVE
           MOVE WRK-CAB-RESUMO         TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 3620-IMPRIMIR-AGENCIA
              VARYING WRK-AGE-IDX FROM 1 BY 1
              UNTIL WRK-AGE-IDX GREATER WRK-AGE-QTDE

           PERFORM 4950-GRAVAR-LINHA
           MOVE WRK-TOT-CONTADORES     TO WRK-GRP-CONTADORES
           MOVE 'TOTAL'                TO WRK-DRS-CHAVE
           PERFORM 3650-IMPRIMIR-GRUPO
           .
      *----------------------------------------------------------------*
       3600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3610-IMPRIMIR-CAMPANHA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-CMP-CONTADORES (WRK-CMP-IDX)
                                       TO WRK-GRP-CONTADORES
           MOVE WRK-CMP-CHAVE (WRK-CMP-IDX)
                                       TO WRK-DRS-CHAVE
           PERFORM 3650-IMPRIMIR-GRUPO
           .
      *----------------------------------------------------------------*
       3610-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3620-IMPRIMIR-AGENCIA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-AGE-CONTADORES (WRK-AGE-IDX)
                                       TO WRK-GRP-CONTADORES
           MOVE SPACES                 TO WRK-DRS-CHAVE
           MOVE WRK-AGE-CHAVE (WRK-AGE-IDX)
                                       TO WRK-DRS-CHAVE (1:4)
           PERFORM 3650-IMPRIMIR-GRUPO
           .
      *----------------------------------------------------------------*
       3620-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3650-IMPRIMIR-GRUPO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-GRP-QTD (1)        TO WRK-DRS-QTD-LEADS
           MOVE WRK-GRP-QTD (2)        TO WRK-DRS-QTD-ABERTOS
           MOVE WRK-GRP-QTD (3)        TO WRK-DRS-QTD-CONTATADOS
           MOVE WRK-GRP-QTD (4)        TO WRK-DRS-QTD-CONV-AGE
           MOVE WRK-GRP-QTD (5)        TO WRK-DRS-QTD-CONV-SIS
           MOVE WRK-GRP-QTD (6)        TO WRK-DRS-QTD-PERDIDOS
           MOVE WRK-GRP-QTD (7)        TO WRK-DRS-QTD-FORA

           IF WRK-GRP-QTD (1) GREATER ZEROS
              COMPUTE WRK-DRS-TAXA ROUNDED =
                      (WRK-GRP-QTD (4) + WRK-GRP-QTD (5)) * 100
                    / WRK-GRP-QTD (1)
           ELSE
              MOVE ZEROS               TO WRK-DRS-TAXA
           END-IF

           MOVE WRK-DET-RESUMO         TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       3650-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3810-LER-LEAD SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQLEA01        TO TRUE

           READ ARQLEA01 INTO ARQLEA01-REGISTRO

           IF WRK-FS-LEA01-OK
              ADD 1 TO ACU-LIDOS-ARQLEA01
           ELSE
              IF NOT WRK-FS-LEA01-FIM
                 MOVE WRK-FS-ARQLEA01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3810-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3820-LER-CONTA SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQCTA01        TO TRUE

           READ ARQCTA01 NEXT INTO ARQCTA01-REGISTRO

           IF WRK-FS-CTA01-OK
              ADD 1 TO ACU-LIDOS-ARQCTA01
           ELSE
              IF NOT WRK-FS-CTA01-FIM
                 MOVE WRK-FS-ARQCTA01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3820-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LE O MOVIMENTO SALTANDO O ENVELOPE (HDR/TRL/CHT)            *
      *----------------------------------------------------------------*
       3830-LER-MOVIMENTO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-SW-MOVIMENTO

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQENT01        TO TRUE

           READ ARQENT01 INTO WRK-AREA-LIDA-ENT01

           EVALUATE TRUE
              WHEN WRK-FS-ENT01-FIM
                 CONTINUE
              WHEN NOT WRK-FS-ENT01-OK
                 MOVE WRK-FS-ARQENT01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              WHEN WRK-AREA-LIDA-ENT01 (1:3) EQUAL 'HDR'
                OR WRK-AREA-LIDA-ENT01 (1:3) EQUAL 'TRL'
                OR WRK-AREA-LIDA-ENT01 (1:3) EQUAL 'CHT'
                 CONTINUE
              WHEN OTHER
                 SET WRK-REG-E-DADOS   TO TRUE
                 ADD 1 TO ACU-LIDOS-MOVIMENTO
                 MOVE WRK-AREA-LIDA-ENT01 TO ARQENT01-REGISTRO
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3830-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3840-LER-INSTRUCAO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQDEB01        TO TRUE

           READ ARQDEB01 INTO ARQDEB01-REGISTRO

           IF WRK-FS-DEB01-OK
              ADD 1 TO ACU-LIDOS-ARQDEB01
           ELSE
              IF NOT WRK-FS-DEB01-FIM
                 MOVE WRK-FS-ARQDEB01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3840-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3850-LER-EMPRESTIMO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQEMP01        TO TRUE

           READ ARQEMP01 NEXT

           IF WRK-FS-EMP01-OK
              ADD 1 TO ACU-LIDOS-ARQEMP01
           ELSE
              IF NOT WRK-FS-EMP01-FIM
                 MOVE WRK-FS-ARQEMP01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3850-99-FIM.
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
           MOVE ACU-LIDOS-ARQLEA01      TO ARQAUD01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQATL01      TO ARQAUD01-QTDE-GRAVA
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

           SET  WRK-CN-ARQATL01        TO TRUE
           CLOSE ARQATL01
           IF NOT WRK-FS-ATL01-OK
              MOVE WRK-FS-ARQATL01     TO WRK-FS-DISPLAY
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

           MOVE ACU-LIDOS-ARQLEA01     TO WRK-MASK-QTDE
           DISPLAY '**************************************************'
           DISPLAY '* QTDE DE LEADS LIDOS        : ' WRK-MASK-QTDE  '*'
           MOVE ACU-LEADS-ABERTOS      TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE LEADS EM ABERTO    : ' WRK-MASK-QTDE  '*'
           MOVE ACU-GRAVA-ARQATL01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE CONVERSOES GRAVADAS: ' WRK-MASK-QTDE  '*'
           MOVE ACU-EMP-SEM-INSTRUCAO  TO WRK-MASK-QTDE
           DISPLAY '* QTDE EMPREST. SEM INSTRUCAO: ' WRK-MASK-QTDE  '*'
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
      *    RESUMO DE CONTROLE NO FIM DO RELATORIO                      *
      *----------------------------------------------------------------*
       4800-GRAVAR-TOTAIS SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'LEADS NO CADASTRO.......................:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-LIDOS-ARQLEA01     TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'LEADS EM ABERTO COM CPF.................:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-LEADS-ABERTOS      TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'CONTAS LIDAS............................:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-LIDOS-ARQCTA01     TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'MOVIMENTOS LIDOS........................:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-LIDOS-MOVIMENTO    TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'EMPRESTIMOS LIDOS.......................:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-LIDOS-ARQEMP01     TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'EMPRESTIMOS SEM INSTRUCAO (SEM CPF).....:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-EMP-SEM-INSTRUCAO  TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'CONVERSOES POR ABERTURA DE CONTA........:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-CONV-CONTA         TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'CONVERSOES POR DEPOSITO.................:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-CONV-DEPOSITO      TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'CONVERSOES POR EMPRESTIMO...............:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-CONV-EMPRESTIMO    TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'CONVERSOES GRAVADAS.....................:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-GRAVA-ARQATL01     TO WRK-RES-QTDE
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
      *    INSTRUCAO DE DEBITO DO EMPRESTIMO LIDO                      *
      *----------------------------------------------------------------*
       5100-PROCURAR-INSTRUCAO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-DEB-IDX

           PERFORM 5110-PROXIMA-INSTRUCAO
              UNTIL WRK-DEB-IDX GREATER WRK-DEB-QTDE
                 OR WRK-DEB-CHAVE (WRK-DEB-IDX) EQUAL
                    FD-ARQEMP01-CHAVE
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
      *    LINHA DA CAMPANHA DO LEAD NO RESUMO (INCLUI SE NOVA)        *
      *----------------------------------------------------------------*
       5400-PROCURAR-CAMPANHA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-CMP-IDX

           PERFORM 5410-PROXIMA-CAMPANHA
              UNTIL WRK-CMP-IDX GREATER WRK-CMP-QTDE
                 OR WRK-CMP-CHAVE (WRK-CMP-IDX) EQUAL
                    WRK-LEA-COD-CAMPANHA (WRK-LEA-IDX)

           IF WRK-CMP-IDX GREATER WRK-CMP-QTDE
              IF WRK-CMP-QTDE NOT LESS 500
                 DISPLAY '* TABELA DE CAMPANHAS ESGOTADA (500)'
                 MOVE 12               TO RETURN-CODE
                 PERFORM 9900-FIM-PROGRAMA
              END-IF
              ADD 1 TO WRK-CMP-QTDE
              MOVE WRK-CMP-QTDE        TO WRK-CMP-IDX
              MOVE WRK-LEA-COD-CAMPANHA (WRK-LEA-IDX)
                                       TO WRK-CMP-CHAVE (WRK-CMP-IDX)
              INITIALIZE WRK-CMP-CONTADORES (WRK-CMP-IDX)
           END-IF
           .
      *----------------------------------------------------------------*
       5400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5410-PROXIMA-CAMPANHA SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-CMP-IDX
           .
      *----------------------------------------------------------------*
       5410-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LINHA DA AGENCIA DO LEAD NO RESUMO (INCLUI SE NOVA)         *
      *----------------------------------------------------------------*
       5500-PROCURAR-AGENCIA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-AGE-IDX

           PERFORM 5510-PROXIMA-AGENCIA
              UNTIL WRK-AGE-IDX GREATER WRK-AGE-QTDE
                 OR WRK-AGE-CHAVE (WRK-AGE-IDX) EQUAL
                    WRK-LEA-COD-AGENCIA (WRK-LEA-IDX)

           IF WRK-AGE-IDX GREATER WRK-AGE-QTDE
              IF WRK-AGE-QTDE NOT LESS 1000
                 DISPLAY '* TABELA DE AGENCIAS ESGOTADA (1000)'
                 MOVE 12               TO RETURN-CODE
                 PERFORM 9900-FIM-PROGRAMA
              END-IF
              ADD 1 TO WRK-AGE-QTDE
              MOVE WRK-AGE-QTDE        TO WRK-AGE-IDX
              MOVE WRK-LEA-COD-AGENCIA (WRK-LEA-IDX)
                                       TO WRK-AGE-CHAVE (WRK-AGE-IDX)
              INITIALIZE WRK-AGE-CONTADORES (WRK-AGE-IDX)
           END-IF
           .
      *----------------------------------------------------------------*
       5500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5510-PROXIMA-AGENCIA SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-AGE-IDX
           .
      *----------------------------------------------------------------*
       5510-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    DATA DD/MM/AAAA EM AAAAMMDD (WRK-DAT-CALCULO)               *
      *----------------------------------------------------------------*
       5700-CONVERTER-DATA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-SW-DATA
           MOVE ZEROS                  TO WRK-DAT-CALCULO

           IF WRK-DAT-TEXTO (1:2) NOT NUMERIC
              OR WRK-DAT-TEXTO (4:2) NOT NUMERIC
              OR WRK-DAT-TEXTO (7:4) NOT NUMERIC
              GO TO 5700-99-FIM
           END-IF

           MOVE WRK-DAT-TEXTO (7:4)    TO WRK-DTC-ANO
           MOVE WRK-DAT-TEXTO (4:2)    TO WRK-DTC-MES
           MOVE WRK-DAT-TEXTO (1:2)    TO WRK-DTC-DIA

           IF WRK-DTC-ANO GREATER ZEROS
              AND WRK-DTC-MES NOT LESS 01
              AND WRK-DTC-MES NOT GREATER 12
              AND WRK-DTC-DIA NOT LESS 01
              AND WRK-DTC-DIA NOT GREATER 31
              SET WRK-DATA-VALIDA      TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       5700-99-FIM.
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
           MOVE ACU-LIDOS-ARQLEA01
                                  TO ERRO01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQATL01
                                  TO ERRO01-QTDE-GRAVADOS
           MOVE ARQLEA01-COD-CLIENTE
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
