      *                    DE CLIENTE (CRUZAMENTO XRF05108) E O        *
      *                    ULTIMO CONTATO DE CAMPANHA (TABELA          *
      *                    CAMP_HISTORICO), GRAVANDO UMA POSICAO       *
      *                    POR CLIENTE (POS05105), COM O GERENTE DE    *
      *                    RELACIONAMENTO DA CARTEIRA (CAR02223) E O   *
      *                    NOME DELE NO CADASTRO DE FUNCIONARIOS       *
      *                    (ENT01105). COM CPF NO CARTAO,              *
      *                    EXIBE TAMBEM A CONSULTA FORMATADA DO        *
      *                    CLIENTE PARA A MESA DE APOIO DAS AGENCIAS.  *
      *----------------------------------------------------------------*
      *      ARQLED01 (RAZAO DE EMPRESTIMOS)           LED03105        *
      *      ARQDEB01 (INSTRUCOES CPF X EMPRESTIMO)    DEB03105        *
      *      ARQXRF01 (CRUZAMENTO CPF X CCLUB)         XRF05108        *
      *      ARQCAR01 (CARTEIRA CLIENTE X GERENTE)     CAR02223        *
      *      ARQENT01 (CADASTRO DE FUNCIONARIOS)       ENT01105        *
      *      ARQPOS01 (POSICAO CLIENTE-360)            POS05105        *
      *      ARQAUD01                                  AUD00105        *
      *    TABELAS DB2: CAMP_HISTORICO                                 *
           SELECT OPTIONAL ARQXRF01 ASSIGN TO UT-S-ARQXRF01
                      FILE STATUS      IS WRK-FS-ARQXRF01.

           SELECT OPTIONAL ARQCAR01 ASSIGN TO UT-S-ARQCAR01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS FD-ARQCAR01-CPF
                      FILE STATUS      IS WRK-FS-ARQCAR01.

           SELECT ARQENT01 ASSIGN      TO UT-S-ARQENT01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS FD-ARQENT01-COD-FUNCO
                      FILE STATUS      IS WRK-FS-ARQENT01.

           SELECT OPTIONAL ARQPARM ASSIGN TO UT-S-ARQPARM
                      FILE STATUS      IS WRK-FS-ARQPARM.

           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQXRF01             PIC X(021).

      *---------------------------------------------------------------*
      *   INPUT:      CARTEIRA DE RELACIONAMENTO CLIENTE X GERENTE    *
      *               (OPCIONAL) - ORG. INDEXADA - LRECL = 040        *
      *---------------------------------------------------------------*

       FD  ARQCAR01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQCAR01.
           05 FD-ARQCAR01-CPF         PIC 9(11).
           05 FILLER                  PIC X(29).

      *---------------------------------------------------------------*
      *   INPUT:      CADASTRO DE FUNCIONARIOS (NOME DO GERENTE)      *
      *               ORG. INDEXADA     -   LRECL = 206               *
      *---------------------------------------------------------------*

       FD  ARQENT01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQENT01.
           05 FD-ARQENT01-COD-FUNCO   PIC 9(08).
           05 FILLER                  PIC X(198).

      *---------------------------------------------------------------*
      *   INPUT:      CARTAO DE PARAMETROS (OPCIONAL)                 *
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
      *   OUTPUT:     POSICAO CONSOLIDADA CLIENTE-360                 *
      *               ORG. SEQUENCIAL   -   LRECL = 151               *
      *---------------------------------------------------------------*

       FD  ARQPOS01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQPOS01             PIC X(151).

      *---------------------------------------------------------------*
      *   OUTPUT:     LOG DE AUDITORIA DE EXECUCAO (COMPARTILHADO)    *
           03 ACU-LIDOS-ARQXRF01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-CONTATOS     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQPOS01     PIC 9(007) VALUE ZEROS.
           03 ACU-COM-GERENTE        PIC 9(007) VALUE ZEROS.
      *
       01 WRK-SW-CARTEIRA         PIC  X(001) VALUE 'S'.
          88 WRK-CARTEIRA-DISPONIVEL          VALUE 'S'.
          88 WRK-CARTEIRA-AUSENTE             VALUE 'N'.
      *
      *----------------------------------------------------------------*
      *    TABELAS DE APOIO EM MEMORIA (CHAVE CPF)                     *
             88 WRK-FS-XRF01-OK               VALUE '00'.
             88 WRK-FS-XRF01-FIM              VALUE '10'.
             88 WRK-FS-XRF01-INEXISTENTE      VALUE '05' '35'.
          05 WRK-FS-ARQCAR01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CAR01-OK               VALUE '00'.
             88 WRK-FS-CAR01-NAO-ENCONTRADO   VALUE '23'.
             88 WRK-FS-CAR01-INEXISTENTE      VALUE '05' '35'.
          05 WRK-FS-ARQENT01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ENT01-OK               VALUE '00'.
             88 WRK-FS-ENT01-NAO-ENCONTRADO   VALUE '23'.
          05 WRK-FS-ARQPARM       PIC  X(002) VALUE SPACES.
             88 WRK-FS-PARM-OK                VALUE '00'.
          05 WRK-FS-ARQPOS01      PIC  X(002) VALUE SPACES.
          88 WRK-CN-ARQLED01      VALUE 'ARQLED01'.
          88 WRK-CN-ARQDEB01      VALUE 'ARQDEB01'.
          88 WRK-CN-ARQXRF01      VALUE 'ARQXRF01'.
          88 WRK-CN-ARQCAR01      VALUE 'ARQCAR01'.
          88 WRK-CN-ARQENT01      VALUE 'ARQENT01'.
          88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
          88 WRK-CN-ARQPOS01      VALUE 'ARQPOS01'.
          88 WRK-CN-ARQAUD01      VALUE 'ARQAUD01'.
           COPY LED03105.
           COPY DEB03105.
           COPY XRF05108.
           COPY CAR02223.
           COPY ENT01105.
           COPY POS05105.
           COPY AUD00105.
           COPY 'I#ERRO01'.
              END-IF
           END-IF

           SET  WRK-CN-ARQCAR01        TO TRUE
           OPEN INPUT ARQCAR01

           IF WRK-FS-CAR01-INEXISTENTE
              SET WRK-CARTEIRA-AUSENTE TO TRUE
              DISPLAY '* SEM CARTEIRA DE RELACIONAMENTO: POSICOES '
                      'GRAVADAS SEM GERENTE'
           ELSE
              IF NOT WRK-FS-CAR01-OK
                 MOVE WRK-FS-ARQCAR01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF

           SET  WRK-CN-ARQENT01        TO TRUE
           OPEN INPUT ARQENT01

           IF NOT WRK-FS-ENT01-OK
              MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQPOS01        TO TRUE
           OPEN OUTPUT ARQPOS01

              END-IF
           END-IF

           PERFORM 3300-BUSCAR-GERENTE

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQPOS01        TO TRUE

           DISPLAY '* SALDO DEVEDOR..: ' WRK-MASK-VALOR
           DISPLAY '* PIOR SITUACAO..: ' ARQPOS01-SIT-PIOR-EMP
           DISPLAY '* ULT. CONTATO...: ' ARQPOS01-DAT-ULT-CONTATO
           DISPLAY '* GERENTE........: ' ARQPOS01-COD-GERENTE
                   ' ' ARQPOS01-NOM-GERENTE
           DISPLAY '* SIT. GERENTE...: ' ARQPOS01-SIT-GERENTE
           DISPLAY '**************************************************'
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GERENTE DE RELACIONAMENTO DO CLIENTE: CARTEIRA (CAR02223)   *
      *    E NOME/SITUACAO NO CADASTRO DE FUNCIONARIOS (ENT01105).     *
      *    GERENTE AUSENTE DO CADASTRO FICA COM SITUACAO 'N'           *
      *----------------------------------------------------------------*
       3300-BUSCAR-GERENTE SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-CARTEIRA-AUSENTE
              GO TO 3300-99-FIM
           END-IF

           MOVE ARQCLI01-CPF           TO FD-ARQCAR01-CPF

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQCAR01        TO TRUE

           READ ARQCAR01 INTO ARQCAR01-REGISTRO

           IF WRK-FS-CAR01-NAO-ENCONTRADO
              GO TO 3300-99-FIM
           END-IF

           IF NOT WRK-FS-CAR01-OK
              MOVE WRK-FS-ARQCAR01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1 TO ACU-COM-GERENTE

           MOVE ARQCAR01-COD-FUNCO-GERENTE
                                       TO ARQPOS01-COD-GERENTE
                                          FD-ARQENT01-COD-FUNCO

           SET  WRK-CN-ARQENT01        TO TRUE

           READ ARQENT01 INTO ARQENT01-REGISTRO

           IF WRK-FS-ENT01-OK
              MOVE ARQENT01-NOM-FUNCO  TO ARQPOS01-NOM-GERENTE
              MOVE ARQENT01-SIT-FUNCO  TO ARQPOS01-SIT-GERENTE
           ELSE
              IF WRK-FS-ENT01-NAO-ENCONTRADO
                 MOVE 'GERENTE NAO CADASTRADO'
                                       TO ARQPOS01-NOM-GERENTE
                 SET ARQPOS01-GERENTE-NAO-CADASTR TO TRUE
              ELSE
                 MOVE WRK-FS-ARQENT01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3800-LER-CLIENTE SECTION.
      *----------------------------------------------------------------*
                 ARQLED01
                 ARQDEB01
                 ARQXRF01
                 ARQENT01

           IF WRK-CARTEIRA-DISPONIVEL
              CLOSE ARQCAR01
           END-IF

           SET  WRK-CN-ARQPOS01        TO TRUE
           CLOSE ARQPOS01
           DISPLAY '* QTDE DE CONTATOS (DB2)     : ' WRK-MASK-QTDE  '*'
           MOVE ACU-GRAVA-ARQPOS01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE POSICOES GRAVADAS  : ' WRK-MASK-QTDE  '*'
           MOVE ACU-COM-GERENTE        TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE CLIENTES C/GERENTE : ' WRK-MASK-QTDE  '*'
           DISPLAY '*                                                *'
           DISPLAY '* ' WRK-PROGRAMA ' FIM NORMAL                    *'
           DISPLAY '**************************************************'
