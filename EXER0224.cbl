      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0224.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0224                                      *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   RELATORIOS DA CARTEIRA DE RELACIONAMENTO A  *
      *                    PARTIR DA POSICAO CLIENTE-360 (POS05105,    *
      *                    GERADA PELO EXER0511 COM O GERENTE DA       *
      *                    CARTEIRA CAR02223):                         *
      *                    - CARTEIRA POR GERENTE (ARQREL01): UMA      *
      *                      LINHA POR GERENTE COM A QUANTIDADE DE     *
      *                      CLIENTES, O SALDO DE DEPOSITOS (SLD02105) *
      *                      E OS EMPRESTIMOS EM ABERTO (LED03105);    *
      *                    - CARTEIRAS ORFAS (ARQREL02): CLIENTES CUJO *
      *                      GERENTE ESTA DESLIGADO (SIT-FUNCO 'D') OU *
      *                      NAO CONSTA MAIS DO CADASTRO, PARA A       *
      *                      REATRIBUICAO VIA EXER0223.                *
      *                    CLIENTES SEM GERENTE OU COM RELACIONAMENTO  *
      *                    ENCERRADO NAO ENTRAM NOS RELATORIOS.        *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPOS01                                  POS05105        *
      *      ARQREL01                                  (RELATORIO)     *
      *      ARQREL02                                  (RELATORIO)     *
      *      ARQAUD01                                  AUD00105        *
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
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
           SELECT ARQPOS01 ASSIGN      TO UT-S-ARQPOS01
                      FILE STATUS      IS WRK-FS-ARQPOS01.

           SELECT ARQREL01 ASSIGN      TO UT-S-ARQREL01
                      FILE STATUS      IS WRK-FS-ARQREL01.

           SELECT ARQREL02 ASSIGN      TO UT-S-ARQREL02
                      FILE STATUS      IS WRK-FS-ARQREL02.

           SELECT ARQAUD01 ASSIGN      TO UT-S-ARQAUD01
                      FILE STATUS      IS WRK-FS-ARQAUD01.

           SELECT WRK-SD-ORDENACAO ASSIGN TO "SORTWK01".
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
      *    INPUT:     POSICAO CONSOLIDADA CLIENTE-360 (EXER0511)       *
      *               ORG. SEQUENCIAL   -   LRECL = 151                *
      *----------------------------------------------------------------*

       FD  ARQPOS01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPOS01             PIC X(151).

      *----------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DA CARTEIRA POR GERENTE                *
      *               ORG. SEQUENCIAL   -   LRECL = 132                *
      *----------------------------------------------------------------*

       FD  ARQREL01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQREL01             PIC X(132).

      *----------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DE CARTEIRAS ORFAS (A REATRIBUIR)      *
      *               ORG. SEQUENCIAL   -   LRECL = 132                *
      *----------------------------------------------------------------*

       FD  ARQREL02
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQREL02             PIC X(132).

      *----------------------------------------------------------------*
      *   OUTPUT:     LOG DE AUDITORIA DE EXECUCAO (COMPARTILHADO      *
      *               COM OS DEMAIS PROGRAMAS DO BOOK)                 *
      *               ORG. SEQUENCIAL   -   LRECL = 051                *
      *----------------------------------------------------------------*

       FD  ARQAUD01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQAUD01              PIC X(051).

      *----------------------------------------------------------------*
      *   SORT:       POSICOES POR GERENTE E CPF                       *
      *----------------------------------------------------------------*

       SD  WRK-SD-ORDENACAO.
       01  WRK-SD-REGISTRO.
           05 SD-CHAVE-GERENTE        PIC 9(008).
           05 SD-CHAVE-CPF            PIC 9(011).
           05 SD-DADOS-POSICAO        PIC X(151).

      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0224 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0224'.
       77 WRK-MASK-QTDE           PIC  ZZZ.ZZ9.
       77 WRK-DATA-CORRENTE       PIC  9(008) VALUE ZEROS.
       77 WRK-GERENTE-ANT         PIC  9(008) VALUE ZEROS.
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS-ARQPOS01     PIC 9(007) VALUE ZEROS.
           03 ACU-SEM-GERENTE        PIC 9(007) VALUE ZEROS.
           03 ACU-ENCERRADOS         PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQREL01     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQREL02     PIC 9(007) VALUE ZEROS.
           03 ACU-GERENTES           PIC 9(005) VALUE ZEROS.
           03 ACU-GERENTES-ORFAOS    PIC 9(005) VALUE ZEROS.
           03 ACU-CLIENTES-ORFAOS    PIC 9(007) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    TOTAIS DA CARTEIRA DO GERENTE CORRENTE E TOTAIS GERAIS      *
      *----------------------------------------------------------------*
       01 WRK-TOTAIS-GERENTE.
           03 TOT-GER-CLIENTES       PIC 9(005) VALUE ZEROS.
           03 TOT-GER-SALDO-DEP      PIC S9(15)V99 COMP-3 VALUE +0.
           03 TOT-GER-QTD-EMP        PIC 9(005) VALUE ZEROS.
           03 TOT-GER-SALDO-EMP      PIC S9(15)V99 COMP-3 VALUE +0.
      *
       01 WRK-TOTAIS-GERAIS.
           03 TOT-GERAL-CLIENTES     PIC 9(007) VALUE ZEROS.
           03 TOT-GERAL-SALDO-DEP    PIC S9(15)V99 COMP-3 VALUE +0.
           03 TOT-GERAL-QTD-EMP      PIC 9(007) VALUE ZEROS.
           03 TOT-GERAL-SALDO-EMP    PIC S9(15)V99 COMP-3 VALUE +0.
      *
       01 WRK-SW-SORT-CONTROLE    PIC  X(001) VALUE 'N'.
          88 WRK-SORT-FIM                     VALUE 'S'.
      *
       01 WRK-SW-PRIMEIRO         PIC  X(001) VALUE 'S'.
          88 WRK-PRIMEIRO-GERENTE             VALUE 'S'.
      *
       01 WRK-SW-ORFAO            PIC  X(001) VALUE 'N'.
          88 WRK-CARTEIRA-ORFA                VALUE 'S'.
          88 WRK-CARTEIRA-NORMAL              VALUE 'N'.
      *
       01 WRK-SW-ERRO-FATAL       PIC  X(001) VALUE 'N'.
          88 WRK-ERRO-FATAL                   VALUE 'S'.

      *----------------------------------------------------------------*
      *    AREA DO RELATORIO DA CARTEIRA POR GERENTE                   *
      *----------------------------------------------------------------*
       01 WRK-CAB1-CARTEIRA.
          05 FILLER               PIC X(040) VALUE
             'CARTEIRA DE RELACIONAMENTO POR GERENTE'.
          05 FILLER               PIC X(013) VALUE '  DATA-BASE: '.
          05 WRK-CAB1-CAR-DATA    PIC X(010) VALUE SPACES.
          05 FILLER               PIC X(069) VALUE SPACES.

       01 WRK-CAB2-CARTEIRA.
          05 FILLER               PIC X(010) VALUE 'GERENTE'.
          05 FILLER               PIC X(042) VALUE 'NOME DO GERENTE'.
          05 FILLER               PIC X(004) VALUE 'SIT'.
          05 FILLER               PIC X(008) VALUE 'CLIENTES'.
          05 FILLER               PIC X(022) VALUE
             '    SALDO DEPOSITOS'.
          05 FILLER               PIC X(008) VALUE 'EMPREST.'.
          05 FILLER               PIC X(019) VALUE
             '      SALDO DEVEDOR'.
          05 FILLER               PIC X(019) VALUE SPACES.

       01 WRK-DET-CARTEIRA.
          05 WRK-DET-CAR-GERENTE  PIC Z(07)9.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DET-CAR-NOME     PIC X(040) VALUE SPACES.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DET-CAR-SIT      PIC X(001) VALUE SPACES.
          05 FILLER               PIC X(003) VALUE SPACES.
          05 WRK-DET-CAR-CLIENTES PIC ZZZZ9.
          05 FILLER               PIC X(003) VALUE SPACES.
          05 WRK-DET-CAR-SALDO-DEP PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(003) VALUE SPACES.
          05 WRK-DET-CAR-QTD-EMP  PIC ZZZZ9.
          05 FILLER               PIC X(003) VALUE SPACES.
          05 WRK-DET-CAR-SALDO-EMP PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(019) VALUE SPACES.

       01 WRK-ROD-CARTEIRA.
          05 FILLER               PIC X(024) VALUE
             'TOTAL GERAL   GERENTES: '.
          05 WRK-ROD-CAR-GERENTES PIC ZZZZ9.
          05 FILLER               PIC X(027) VALUE SPACES.
          05 WRK-ROD-CAR-CLIENTES PIC ZZZZ9.
          05 FILLER               PIC X(003) VALUE SPACES.
          05 WRK-ROD-CAR-SALDO-DEP PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(003) VALUE SPACES.
          05 WRK-ROD-CAR-QTD-EMP  PIC ZZZZ9.
          05 FILLER               PIC X(003) VALUE SPACES.
          05 WRK-ROD-CAR-SALDO-EMP PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(019) VALUE SPACES.

      *----------------------------------------------------------------*
      *    AREA DO RELATORIO DE CARTEIRAS ORFAS                        *
      *----------------------------------------------------------------*
       01 WRK-CAB1-ORFAOS.
          05 FILLER               PIC X(040) VALUE
             'CARTEIRAS ORFAS - CLIENTES A REATRIBUIR'.
          05 FILLER               PIC X(013) VALUE '  DATA-BASE: '.
          05 WRK-CAB1-ORF-DATA    PIC X(010) VALUE SPACES.
          05 FILLER               PIC X(069) VALUE SPACES.

       01 WRK-CAB2-ORFAOS.
          05 FILLER               PIC X(016) VALUE 'CPF'.
          05 FILLER               PIC X(042) VALUE 'NOME DO CLIENTE'.
          05 FILLER               PIC X(022) VALUE
             '    SALDO DEPOSITOS'.
          05 FILLER               PIC X(006) VALUE 'EMP.'.
          05 FILLER               PIC X(019) VALUE
             '      SALDO DEVEDOR'.
          05 FILLER               PIC X(027) VALUE SPACES.

       01 WRK-GER-ORFAOS.
          05 FILLER               PIC X(009) VALUE 'GERENTE: '.
          05 WRK-GER-ORF-GERENTE  PIC Z(07)9.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-GER-ORF-NOME     PIC X(040) VALUE SPACES.
          05 FILLER               PIC X(012) VALUE '  SITUACAO: '.
          05 WRK-GER-ORF-SITUACAO PIC X(014) VALUE SPACES.
          05 FILLER               PIC X(047) VALUE SPACES.

       01 WRK-DET-ORFAOS.
          05 WRK-DET-ORF-CPF      PIC 999.999.999.99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DET-ORF-NOME     PIC X(040) VALUE SPACES.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DET-ORF-SALDO-DEP PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(003) VALUE SPACES.
          05 WRK-DET-ORF-QTD-EMP  PIC ZZ9.
          05 FILLER               PIC X(003) VALUE SPACES.
          05 WRK-DET-ORF-SALDO-EMP PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(027) VALUE SPACES.

       01 WRK-SUB-ORFAOS.
          05 FILLER               PIC X(026) VALUE
             '   CLIENTES DA CARTEIRA: '.
          05 WRK-SUB-ORF-CLIENTES PIC ZZZZ9.
          05 FILLER               PIC X(101) VALUE SPACES.

       01 WRK-ROD-ORFAOS.
          05 FILLER               PIC X(032) VALUE
             'TOTAL DE CLIENTES A REATRIBUIR: '.
          05 WRK-ROD-ORF-CLIENTES PIC ZZZZZ9.
          05 FILLER               PIC X(014) VALUE
             '  GERENTES: '.
          05 WRK-ROD-ORF-GERENTES PIC ZZZZ9.
          05 FILLER               PIC X(075) VALUE SPACES.

       01 WRK-LINHA-IMPRESSAO     PIC X(132) VALUE SPACES.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA PARA TRATAMENTO DE FILE-STATUS'.
      *----------------------------------------------------------------*
      *
       01 WRK-AREA-FS.
          05 WRK-FS-ARQPOS01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-POS01-OK               VALUE '00'.
             88 WRK-FS-POS01-FIM              VALUE '10'.
          05 WRK-FS-ARQREL01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-REL01-OK               VALUE '00'.
          05 WRK-FS-ARQREL02      PIC  X(002) VALUE SPACES.
             88 WRK-FS-REL02-OK               VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQPOS01      VALUE 'ARQPOS01'.
          88 WRK-CN-ARQREL01      VALUE 'ARQREL01'.
          88 WRK-CN-ARQREL02      VALUE 'ARQREL02'.
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
           COPY POS05105.
           COPY AUD00105.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0224 - FIM DA AREA DE WORKING'.
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
                ASCENDING KEY SD-CHAVE-GERENTE
                              SD-CHAVE-CPF
                INPUT PROCEDURE 2000-SELECIONAR-POSICOES
                OUTPUT PROCEDURE 2500-GERAR-RELATORIOS

           IF WRK-ERRO-FATAL
              PERFORM 9100-ERROS-ARQUIVOS
           ELSE
              PERFORM 4000-FINALIZAR
           END-IF
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

           SET  WRK-CN-ARQREL01        TO TRUE
           OPEN OUTPUT ARQREL01

           IF NOT WRK-FS-REL01-OK
              MOVE WRK-FS-ARQREL01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQREL02        TO TRUE
           OPEN OUTPUT ARQREL02

           IF NOT WRK-FS-REL02-OK
              MOVE WRK-FS-ARQREL02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQAUD01        TO TRUE
           OPEN EXTEND ARQAUD01

           IF NOT WRK-FS-AUD01-OK
              MOVE WRK-FS-ARQAUD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE WRK-DATA-CORRENTE(7:2) TO WRK-CAB1-CAR-DATA(1:2)
           MOVE '/'                    TO WRK-CAB1-CAR-DATA(3:1)
           MOVE WRK-DATA-CORRENTE(5:2) TO WRK-CAB1-CAR-DATA(4:2)
           MOVE '/'                    TO WRK-CAB1-CAR-DATA(6:1)
           MOVE WRK-DATA-CORRENTE(1:4) TO WRK-CAB1-CAR-DATA(7:4)
           MOVE WRK-CAB1-CAR-DATA      TO WRK-CAB1-ORF-DATA

           MOVE WRK-CAB1-CARTEIRA      TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA-CARTEIRA
           MOVE WRK-CAB2-CARTEIRA      TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA-CARTEIRA

           MOVE WRK-CAB1-ORFAOS        TO WRK-LINHA-IMPRESSAO
           PERFORM 4960-GRAVAR-LINHA-ORFAOS
           MOVE WRK-CAB2-ORFAOS        TO WRK-LINHA-IMPRESSAO
           PERFORM 4960-GRAVAR-LINHA-ORFAOS

           IF WRK-ERRO-FATAL
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    SELECAO DAS POSICOES PARA O SORT (INPUT PROCEDURE): SO      *
      *    CLIENTES COM GERENTE E RELACIONAMENTO NAO ENCERRADO         *
      *----------------------------------------------------------------*
       2000-SELECIONAR-POSICOES SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQPOS01        TO TRUE

           OPEN INPUT ARQPOS01

           IF NOT WRK-FS-POS01-OK
              MOVE WRK-FS-ARQPOS01     TO WRK-FS-DISPLAY
              SET WRK-ERRO-FATAL       TO TRUE
           ELSE
              PERFORM 3800-LER-POSICAO

              PERFORM 2100-TRATAR-POSICAO
                 UNTIL WRK-FS-POS01-FIM OR WRK-ERRO-FATAL

              SET  WRK-CN-CLOSE        TO TRUE
              CLOSE ARQPOS01
           END-IF
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2100-TRATAR-POSICAO SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQPOS01-COD-GERENTE EQUAL ZEROS
              ADD 1 TO ACU-SEM-GERENTE
           ELSE
              IF ARQPOS01-SIT-RELAC EQUAL 'E'
                 ADD 1 TO ACU-ENCERRADOS
              ELSE
                 MOVE ARQPOS01-COD-GERENTE TO SD-CHAVE-GERENTE
                 MOVE ARQPOS01-CPF         TO SD-CHAVE-CPF
                 MOVE ARQPOS01-REGISTRO    TO SD-DADOS-POSICAO

                 RELEASE WRK-SD-REGISTRO
              END-IF
           END-IF

           PERFORM 3800-LER-POSICAO
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GERACAO DOS RELATORIOS (OUTPUT PROCEDURE)                   *
      *----------------------------------------------------------------*
       2500-GERAR-RELATORIOS SECTION.
      *----------------------------------------------------------------*
      *
           RETURN WRK-SD-ORDENACAO
              AT END
                 SET WRK-SORT-FIM TO TRUE
           END-RETURN

           PERFORM 2600-TRATAR-POSICAO-ORDENADA
              UNTIL WRK-SORT-FIM OR WRK-ERRO-FATAL

           IF NOT WRK-PRIMEIRO-GERENTE AND NOT WRK-ERRO-FATAL
              PERFORM 2700-FECHAR-GERENTE
           END-IF
           .
      *----------------------------------------------------------------*
       2500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    TRATA UMA POSICAO JA ORDENADA POR GERENTE/CPF               *
      *----------------------------------------------------------------*
       2600-TRATAR-POSICAO-ORDENADA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SD-DADOS-POSICAO       TO ARQPOS01-REGISTRO

           IF WRK-PRIMEIRO-GERENTE
              MOVE 'N'                 TO WRK-SW-PRIMEIRO
              PERFORM 2650-ABRIR-GERENTE
           ELSE
              IF ARQPOS01-COD-GERENTE NOT EQUAL WRK-GERENTE-ANT
                 PERFORM 2700-FECHAR-GERENTE
                 PERFORM 2650-ABRIR-GERENTE
              END-IF
           END-IF

           ADD 1                       TO TOT-GER-CLIENTES
           ADD ARQPOS01-VAL-SALDO-DEP  TO TOT-GER-SALDO-DEP
           ADD ARQPOS01-QTD-EMPRESTIMOS TO TOT-GER-QTD-EMP
           ADD ARQPOS01-VAL-SALDO-EMP  TO TOT-GER-SALDO-EMP

           IF WRK-CARTEIRA-ORFA
              PERFORM 3910-GRAVAR-CLIENTE-ORFAO
           END-IF

           RETURN WRK-SD-ORDENACAO
              AT END
                 SET WRK-SORT-FIM TO TRUE
           END-RETURN
           .
      *----------------------------------------------------------------*
       2600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ABRE A CARTEIRA DE UM GERENTE: ZERA OS TOTAIS E, SE O       *
      *    GERENTE ESTA DESLIGADO OU FORA DO CADASTRO, ABRE O BLOCO    *
      *    DELE NO RELATORIO DE CARTEIRAS ORFAS                        *
      *----------------------------------------------------------------*
       2650-ABRIR-GERENTE SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQPOS01-COD-GERENTE   TO WRK-GERENTE-ANT
           INITIALIZE WRK-TOTAIS-GERENTE

           MOVE ARQPOS01-COD-GERENTE   TO WRK-DET-CAR-GERENTE
                                          WRK-GER-ORF-GERENTE
           MOVE ARQPOS01-NOM-GERENTE   TO WRK-DET-CAR-NOME
                                          WRK-GER-ORF-NOME
           MOVE ARQPOS01-SIT-GERENTE   TO WRK-DET-CAR-SIT

           IF ARQPOS01-GERENTE-DESLIGADO
              OR ARQPOS01-GERENTE-NAO-CADASTR
              SET WRK-CARTEIRA-ORFA    TO TRUE
              ADD 1                    TO ACU-GERENTES-ORFAOS

              IF ARQPOS01-GERENTE-DESLIGADO
                 MOVE 'DESLIGADO'      TO WRK-GER-ORF-SITUACAO
              ELSE
                 MOVE 'NAO CADASTRADO' TO WRK-GER-ORF-SITUACAO
              END-IF

              PERFORM 4960-GRAVAR-LINHA-ORFAOS
              MOVE WRK-GER-ORFAOS      TO WRK-LINHA-IMPRESSAO
              PERFORM 4960-GRAVAR-LINHA-ORFAOS
           ELSE
              SET WRK-CARTEIRA-NORMAL  TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       2650-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    FECHA A CARTEIRA DO GERENTE: LINHA NO RELATORIO DA CARTEIRA *
      *    OU SUBTOTAL NO RELATORIO DE CARTEIRAS ORFAS                 *
      *----------------------------------------------------------------*
       2700-FECHAR-GERENTE SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-CARTEIRA-ORFA
              ADD TOT-GER-CLIENTES     TO ACU-CLIENTES-ORFAOS
              MOVE TOT-GER-CLIENTES    TO WRK-SUB-ORF-CLIENTES
              MOVE WRK-SUB-ORFAOS      TO WRK-LINHA-IMPRESSAO
              PERFORM 4960-GRAVAR-LINHA-ORFAOS
           ELSE
              PERFORM 3900-GRAVAR-GERENTE
           END-IF
           .
      *----------------------------------------------------------------*
       2700-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DA POSICAO CLIENTE-360                    *
      *----------------------------------------------------------------*
       3800-LER-POSICAO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQPOS01        TO TRUE

           READ ARQPOS01 INTO ARQPOS01-REGISTRO

           EVALUATE WRK-FS-ARQPOS01
              WHEN '00'
                 ADD 1 TO ACU-LIDOS-ARQPOS01
              WHEN '10'
                 CONTINUE
              WHEN OTHER
                 MOVE WRK-FS-ARQPOS01 TO WRK-FS-DISPLAY
                 SET WRK-ERRO-FATAL   TO TRUE
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA A LINHA DO GERENTE NO RELATORIO DA CARTEIRA           *
      *----------------------------------------------------------------*
       3900-GRAVAR-GERENTE SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO ACU-GERENTES
           ADD TOT-GER-CLIENTES        TO TOT-GERAL-CLIENTES
           ADD TOT-GER-SALDO-DEP       TO TOT-GERAL-SALDO-DEP
           ADD TOT-GER-QTD-EMP         TO TOT-GERAL-QTD-EMP
           ADD TOT-GER-SALDO-EMP       TO TOT-GERAL-SALDO-EMP

           MOVE TOT-GER-CLIENTES       TO WRK-DET-CAR-CLIENTES
           MOVE TOT-GER-SALDO-DEP      TO WRK-DET-CAR-SALDO-DEP
           MOVE TOT-GER-QTD-EMP        TO WRK-DET-CAR-QTD-EMP
           MOVE TOT-GER-SALDO-EMP      TO WRK-DET-CAR-SALDO-EMP

           MOVE WRK-DET-CARTEIRA       TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA-CARTEIRA
           .
      *----------------------------------------------------------------*
       3900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA O CLIENTE A REATRIBUIR NO RELATORIO DE ORFAS          *
      *----------------------------------------------------------------*
       3910-GRAVAR-CLIENTE-ORFAO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQPOS01-CPF           TO WRK-DET-ORF-CPF
           MOVE ARQPOS01-NOM-CLIENTE   TO WRK-DET-ORF-NOME
           MOVE ARQPOS01-VAL-SALDO-DEP TO WRK-DET-ORF-SALDO-DEP
           MOVE ARQPOS01-QTD-EMPRESTIMOS
                                       TO WRK-DET-ORF-QTD-EMP
           MOVE ARQPOS01-VAL-SALDO-EMP TO WRK-DET-ORF-SALDO-EMP

           MOVE WRK-DET-ORFAOS         TO WRK-LINHA-IMPRESSAO
           PERFORM 4960-GRAVAR-LINHA-ORFAOS
           .
      *----------------------------------------------------------------*
       3910-99-FIM.
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
           MOVE ACU-LIDOS-ARQPOS01      TO ARQAUD01-QTDE-LIDOS
           COMPUTE ARQAUD01-QTDE-GRAVA = ACU-GRAVA-ARQREL01
                                       + ACU-GRAVA-ARQREL02
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
           MOVE ACU-GERENTES           TO WRK-ROD-CAR-GERENTES
           MOVE TOT-GERAL-CLIENTES     TO WRK-ROD-CAR-CLIENTES
           MOVE TOT-GERAL-SALDO-DEP    TO WRK-ROD-CAR-SALDO-DEP
           MOVE TOT-GERAL-QTD-EMP      TO WRK-ROD-CAR-QTD-EMP
           MOVE TOT-GERAL-SALDO-EMP    TO WRK-ROD-CAR-SALDO-EMP

           PERFORM 4950-GRAVAR-LINHA-CARTEIRA
           MOVE WRK-ROD-CARTEIRA       TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA-CARTEIRA

           MOVE ACU-CLIENTES-ORFAOS    TO WRK-ROD-ORF-CLIENTES
           MOVE ACU-GERENTES-ORFAOS    TO WRK-ROD-ORF-GERENTES

           PERFORM 4960-GRAVAR-LINHA-ORFAOS
           MOVE WRK-ROD-ORFAOS         TO WRK-LINHA-IMPRESSAO
           PERFORM 4960-GRAVAR-LINHA-ORFAOS

           IF WRK-ERRO-FATAL
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3980-GRAVAR-AUDITORIA

           SET  WRK-CN-CLOSE           TO TRUE

           SET  WRK-CN-ARQREL01        TO TRUE
           CLOSE ARQREL01
           IF NOT WRK-FS-REL01-OK
              MOVE WRK-FS-ARQREL01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQREL02        TO TRUE
           CLOSE ARQREL02
           IF NOT WRK-FS-REL02-OK
              MOVE WRK-FS-ARQREL02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQAUD01        TO TRUE
           CLOSE ARQAUD01
           IF NOT WRK-FS-AUD01-OK
              MOVE WRK-FS-ARQAUD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE ACU-LIDOS-ARQPOS01     TO WRK-MASK-QTDE
           DISPLAY '**************************************************'
           DISPLAY '* QTDE DE POSICOES LIDAS     : ' WRK-MASK-QTDE '*'
           MOVE ACU-SEM-GERENTE        TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE CLIENTES S/GERENTE : ' WRK-MASK-QTDE '*'
           MOVE ACU-ENCERRADOS         TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE RELAC. ENCERRADOS  : ' WRK-MASK-QTDE '*'
           MOVE ACU-GERENTES           TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE GERENTES           : ' WRK-MASK-QTDE '*'
           MOVE TOT-GERAL-CLIENTES     TO WRK-MASK-QTDE
           DISPLAY '* QTDE CLIENTES EM CARTEIRA : ' WRK-MASK-QTDE '*'
           MOVE ACU-GERENTES-ORFAOS    TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE CARTEIRAS ORFAS    : ' WRK-MASK-QTDE '*'
           MOVE ACU-CLIENTES-ORFAOS    TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE CLIENTES A REATRIB.: ' WRK-MASK-QTDE '*'
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
      *    ROTINA DE GRAVACAO DE UMA LINHA NO RELATORIO DA CARTEIRA    *
      *----------------------------------------------------------------*
       4950-GRAVAR-LINHA-CARTEIRA SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQREL01        TO TRUE

           WRITE FD-ARQREL01 FROM WRK-LINHA-IMPRESSAO

           IF WRK-FS-REL01-OK
              ADD 1 TO ACU-GRAVA-ARQREL01
           ELSE
              MOVE WRK-FS-ARQREL01     TO WRK-FS-DISPLAY
              SET WRK-ERRO-FATAL       TO TRUE
           END-IF

           MOVE SPACES                 TO WRK-LINHA-IMPRESSAO
           .
      *----------------------------------------------------------------*
       4950-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE GRAVACAO DE UMA LINHA NO RELATORIO DE ORFAS       *
      *----------------------------------------------------------------*
       4960-GRAVAR-LINHA-ORFAOS SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQREL02        TO TRUE

           WRITE FD-ARQREL02 FROM WRK-LINHA-IMPRESSAO

           IF WRK-FS-REL02-OK
              ADD 1 TO ACU-GRAVA-ARQREL02
           ELSE
              MOVE WRK-FS-ARQREL02     TO WRK-FS-DISPLAY
              SET WRK-ERRO-FATAL       TO TRUE
           END-IF

           MOVE SPACES                 TO WRK-LINHA-IMPRESSAO
           .
      *----------------------------------------------------------------*
       4960-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE TRATAMENTO DE ERRO                                *
      *----------------------------------------------------------------*
       9100-ERROS-ARQUIVOS SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY '************************************************'
           DISPLAY '*       ERRO EM OPERACAO COM ARQUIVOS          *'
           DISPLAY '* COMANDO    : ' WRK-COMANDO
                                        '                          *'
           DISPLAY '* ARQUIVO    : ' WRK-ARQUIVO
                                           '                      *'
           DISPLAY '* FILE-STATUS: ' WRK-FS-DISPLAY
                                      '                           *'
           DISPLAY '* PROGRAMA ' WRK-PROGRAMA
                                       ' CANCELADO                *'
           DISPLAY '************************************************'

           MOVE 12                TO RETURN-CODE

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
