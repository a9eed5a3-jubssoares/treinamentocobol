      *                  ANTIGOS RECEBEM A CONTA PADRAO 0001), COM
      *                  QUEBRA ADICIONAL POR MOEDA E SUBTOTAIS DE
      *                  DEPOSITOS POR MOEDA NO PERIODO.
      *                  COM O CADASTRO DE CONTAS (CTA02225) PRESENTE,
      *                  REJEITA O MOVIMENTO DE CONTA INEXISTENTE OU
      *                  NAO ABERTA NA DATA DO MOVIMENTO E APONTA AS
      *                  CONTAS ENCERRADAS COM SALDO DIFERENTE DE ZERO.
      *                  COM O CADASTRO DE TITULARES (TIT02226)
      *                  PRESENTE, O BLOQUEIO DE CPF ALCANCA TAMBEM A
      *                  CONTA CONJUNTA QUE TENHA QUALQUER TITULAR
      *                  ATIVO CONSTANTE DA LISTA DE BLOQUEIO.
      *                  O ESTORNO (TIPO 'E') E CASADO COM O DEPOSITO
      *                  OU SAQUE ORIGINAL DO MESMO ARQUIVO NUMA
      *                  PRE-LEITURA DO MOVIMENTO: O ORIGINAL SAI DOS
      *                  TOTAIS, MINIMO/MAXIMO, ALERTAS E JANELAS DE
      *                  FRACIONAMENTO E VAI PARA O RELATORIO DE
      *                  ESTORNOS (ETN02105); ESTORNO SEM ORIGINAL E
      *                  REJEITADO (MOTIVO 04).
      *                  O SAQUE E A TRANSFERENCIA ENVIADA DE CLIENTE
      *                  FALECIDO (SITUACAO 'F' NO CLI02105, MARCADA
      *                  PELO EXER0621) SAO DESVIADOS PARA O RELATORIO
      *                  DE BLOQUEADOS: A POSICAO DO ESPOLIO FICA
      *                  CONGELADA PARA DEBITOS E SEGUE RECEBENDO
      *                  CREDITOS.
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQENT01                                  ENT02105
      *      ARQSAI01                                  SAI02105
      *      ARQMOE01                                  MOE02105
      *      ARQCTA01 (OPCIONAL)                       CTA02225
      *      ARQTIT01 (OPCIONAL)                       TIT02226
      *      ARQCEN01                                  CEN02105
      *      ARQETN01                                  ETN02105
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
      *                                                                *
.
           SELECT OPTIONAL ARQCKP  ASSIGN TO UT-S-ARQCKP
                      FILE STATUS      IS WRK-FS-ARQCKP.
.
           SELECT OPTIONAL ARQCTA01 ASSIGN TO UT-S-ARQCTA01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS FD-ARQCTA01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQCTA01.
.
           SELECT OPTIONAL ARQTIT01 ASSIGN TO UT-S-ARQTIT01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS FD-ARQTIT01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQTIT01.
.
           SELECT ARQCEN01 ASSIGN       TO UT-S-ARQCEN01
                      FILE STATUS      IS WRK-FS-ARQCEN01.
.
           SELECT ARQETN01 ASSIGN       TO UT-S-ARQETN01
                      FILE STATUS      IS WRK-FS-ARQETN01.
      *
      *================================================================*
       DATA                            DIVISION.
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQCKP               PIC X(020).

      *---------------------------------------------------------------*
      *   INPUT:      CADASTRO DE CONTAS DE DEPOSITO (OPCIONAL)       *
      *               ORG. INDEXADA     -   LRECL = 050               *
      *---------------------------------------------------------------*

       FD  ARQCTA01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQCTA01.
           05 FD-ARQCTA01-CHAVE       PIC X(18).
           05 FILLER                  PIC X(32).

      *---------------------------------------------------------------*
      *   INPUT:      CADASTRO DE TITULARES DE CONTA (OPCIONAL)       *
      *               ORG. INDEXADA     -   LRECL = 050               *
      *---------------------------------------------------------------*

       FD  ARQTIT01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQTIT01.
           05 FD-ARQTIT01-CHAVE.
              10 FD-ARQTIT01-CONTA    PIC X(15).
              10 FD-ARQTIT01-CPF-TITULAR
                                      PIC X(11).
           05 FILLER                  PIC X(24).

      *---------------------------------------------------------------*
      *   OUTPUT:     CONTAS ENCERRADAS COM SALDO DIFERENTE DE ZERO   *
      *               ORG. SEQUENCIAL   -   LRECL = 035               *
      *---------------------------------------------------------------*

       FD  ARQCEN01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQCEN01             PIC X(035).

      *---------------------------------------------------------------*
      *   OUTPUT:     ESTORNOS CASADOS COM O MOVIMENTO ORIGINAL       *
      *               ORG. SEQUENCIAL   -   LRECL = 048               *
      *---------------------------------------------------------------*

       FD  ARQETN01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQETN01             PIC X(048).

      *
      *
      *----------------------------------------------------------------*
       01 WRK-SW-CADASTRO-CLI     PIC X(001) VALUE 'N'.
          88 WRK-CADASTRO-CLI-PRESENTE        VALUE 'S'.

      *----------------------------------------------------------------*
      *    AREA DA CONSULTA AO CADASTRO DE CONTAS (CTA02225)           *
      *----------------------------------------------------------------*
       01 WRK-SW-CADASTRO-CTA     PIC X(001) VALUE 'N'.
          88 WRK-CADASTRO-CTA-PRESENTE        VALUE 'S'.

       01 WRK-SW-CONTA            PIC X(001) VALUE 'S'.
          88 WRK-CONTA-ABERTA                 VALUE 'S'.
          88 WRK-CONTA-NAO-ABERTA             VALUE 'N'.

       01 WRK-SW-CONTA-CADASTRO   PIC X(001) VALUE 'N'.
          88 WRK-CONTA-CADASTRADA             VALUE 'S'.
          88 WRK-CONTA-NAO-CADASTRADA         VALUE 'N'.

       01 WRK-CTA-CHAVE.
          03 WRK-CTA-CPF          PIC 9(011) VALUE ZEROS.
          03 WRK-CTA-CONTA        PIC 9(004) VALUE ZEROS.
          03 WRK-CTA-MOEDA        PIC X(003) VALUE SPACES.

       77 WRK-CTA-CHAVE-ANT       PIC X(018) VALUE HIGH-VALUES.
       77 WRK-ACU-CONTA-NAO-ABERTA PIC 9(005) VALUE ZEROS.
       77 WRK-ACU-GRAVA-ARQCEN01  PIC 9(005) VALUE ZEROS.

      *----------------------------------------------------------------*
      *    AREA DA CONSULTA AO CADASTRO DE TITULARES (TIT02226)        *
      *----------------------------------------------------------------*
       01 WRK-SW-CADASTRO-TIT     PIC X(001) VALUE 'N'.
          88 WRK-CADASTRO-TIT-PRESENTE        VALUE 'S'.

       01 WRK-SW-FIM-TIT          PIC X(001) VALUE 'N'.
          88 WRK-FIM-TITULARES                VALUE 'S'.
          88 WRK-NAO-FIM-TITULARES            VALUE 'N'.

       01 WRK-SW-BLOQUEIO-CONTA   PIC X(001) VALUE 'N'.
          88 WRK-CONTA-BLOQUEADA              VALUE 'S'.
          88 WRK-CONTA-NAO-BLOQUEADA          VALUE 'N'.

       01 WRK-TIT-CONTA.
          03 WRK-TIT-CPF          PIC 9(011) VALUE ZEROS.
          03 WRK-TIT-NUM-CONTA    PIC 9(004) VALUE ZEROS.

       77 WRK-TIT-CONTA-ANT       PIC X(015) VALUE HIGH-VALUES.
       77 WRK-MOTIVO-BLOQ-CONTA   PIC X(030) VALUE SPACES.
       77 WRK-ACU-CONTA-BLOQ-COTIT PIC 9(005) VALUE ZEROS.

      *----------------------------------------------------------------*
      *    AREA DO CASAMENTO DE ESTORNOS (TIPO 'E' DO ENT02105)        *
      *----------------------------------------------------------------*
       77 WRK-ETN-QTDE            PIC 9(003) VALUE ZEROS.
       77 WRK-ETN-IDX             PIC 9(003) VALUE ZEROS.
       77 WRK-ETN-DATA-ORI-INV    PIC X(008) VALUE SPACES.
       77 WRK-ETN-DATA-EST-INV    PIC X(008) VALUE SPACES.
       77 WRK-ACU-ESTORNOS-LIDOS  PIC 9(005) VALUE ZEROS.
       77 WRK-ACU-ESTORNOS-EXCED  PIC 9(005) VALUE ZEROS.
       77 WRK-ACU-ESTORNO-SEM-ORIG PIC 9(005) VALUE ZEROS.
       77 WRK-ACU-GRAVA-ARQETN01  PIC 9(005) VALUE ZEROS.

       01 WRK-SW-ESTORNADO        PIC X(001) VALUE 'N'.
          88 WRK-MOV-ESTORNADO                VALUE 'S'.
          88 WRK-MOV-NAO-ESTORNADO            VALUE 'N'.

       01 WRK-ETN-SIT-PROCURADA   PIC X(001) VALUE SPACES.

       01 WRK-ETN-LIDO.
          03 WRK-ETN-LID-CHAVE.
             05 WRK-ETN-LID-CPF   PIC 9(011) VALUE ZEROS.
             05 WRK-ETN-LID-CONTA PIC 9(004) VALUE ZEROS.
             05 WRK-ETN-LID-MOEDA PIC X(003) VALUE SPACES.
             05 WRK-ETN-LID-DATA  PIC X(010) VALUE SPACES.
             05 WRK-ETN-LID-TIPO  PIC X(001) VALUE SPACES.
          03 WRK-ETN-LID-VALOR    PIC S9(015)V99 COMP-3 VALUE +0.

       01 WRK-ETN-TABELA.
          05 WRK-ETN-LINHA        OCCURS 500 TIMES.
             10 WRK-ETN-CHAVE.
                15 WRK-ETN-CPF    PIC 9(011).
                15 WRK-ETN-CONTA  PIC 9(004).
                15 WRK-ETN-MOEDA  PIC X(003).
                15 WRK-ETN-DAT-ORIGINAL PIC X(010).
                15 WRK-ETN-TIP-ORIGINAL PIC X(001).
             10 WRK-ETN-VALOR     PIC S9(015)V99 COMP-3.
             10 WRK-ETN-DAT-ESTORNO PIC X(010).
             10 WRK-ETN-SITUACAO  PIC X(001).
                88 WRK-ETN-PENDENTE           VALUE 'P'.
                88 WRK-ETN-INVALIDO           VALUE 'I'.
                88 WRK-ETN-PAREADO            VALUE 'C'.
                88 WRK-ETN-ABSORVIDO          VALUE 'O'.
             10 WRK-ETN-VISTO     PIC X(001).

      *----------------------------------------------------------------*
      *    AREA DO ENVELOPE DE TRANSMISSAO E DO REGISTRO DE            *
      *    ARQUIVOS PROCESSADOS                                        *
          88 WRK-CPF-BLOQUEADO                VALUE 'S'.
          88 WRK-CPF-NAO-BLOQUEADO            VALUE 'N'.

      *    CLIENTE FALECIDO (ESPOLIO): DEBITOS VEDADOS, CREDITOS ACEITOS
       77 WRK-ACU-MOV-ESPOLIO     PIC 9(005) VALUE ZEROS.
       01 WRK-SW-FALECIDO         PIC X(001) VALUE 'N'.
          88 WRK-CLIENTE-FALECIDO             VALUE 'S'.
          88 WRK-CLIENTE-NAO-FALECIDO         VALUE 'N'.

       01 WRK-BLQ-TABELA.
          05 WRK-BLQ-LINHA        OCCURS 500 TIMES.
             10 WRK-BLQ-CPF       PIC 9(011).
          88 WRK-CN-ARQSLD01      VALUE 'SLD02105'.
          88 WRK-CN-ARQSLD02      VALUE 'SLD02105'.
          88 WRK-CN-ARQCKP        VALUE 'CKP02105'.
          88 WRK-CN-ARQCTA01      VALUE 'CTA02225'.
          88 WRK-CN-ARQTIT01      VALUE 'TIT02226'.
          88 WRK-CN-ARQCEN01      VALUE 'CEN02105'.
          88 WRK-CN-ARQETN01      VALUE 'ETN02105'.

       77 WRK-COMANDO             PIC X(005) VALUE SPACES.
          88 WRK-CN-OPEN          VALUE 'OPEN '.
          88 WRK-CN-CLOSE         VALUE 'CLOSE'.
          88 WRK-CN-READ          VALUE 'READ '.
          88 WRK-CN-WRITE         VALUE 'WRITE'.
          88 WRK-CN-START         VALUE 'START'.
       
       01 WRK-CABEC.
          03 WRK-CABEC-ARQSAI01.
             88 WRK-FS-SLD02-OK   VALUE '00'.
          05 WRK-FS-ARQCKP        PIC X(002) VALUE SPACES.
             88 WRK-FS-CKP-OK     VALUE '00'.
          05 WRK-FS-ARQCTA01      PIC X(002) VALUE SPACES.
             88 WRK-FS-CTA01-OK   VALUE '00'.
             88 WRK-FS-CTA01-NAO-ENCONTRADO VALUE '23'.
          05 WRK-FS-ARQTIT01      PIC X(002) VALUE SPACES.
             88 WRK-FS-TIT01-OK   VALUE '00'.
             88 WRK-FS-TIT01-FIM  VALUE '10'.
             88 WRK-FS-TIT01-NAO-ENCONTRADO VALUE '23'.
          05 WRK-FS-ARQCEN01      PIC X(002) VALUE SPACES.
             88 WRK-FS-CEN01-OK   VALUE '00'.
          05 WRK-FS-ARQETN01      PIC X(002) VALUE SPACES.
             88 WRK-FS-ETN01-OK   VALUE '00'.
          05 WRK-FS-DISPLAY       PIC X(002) VALUE SPACES.
      *
      *----------------------------------------------------------------*
           COPY REG00105.
           COPY SLD02105.
           COPY CKP02105.
           COPY CTA02225.
           COPY TIT02226.
           COPY CEN02105.
           COPY ETN02105.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
              DISPLAY '* CADASTRO DE CLIENTES AUSENTE - SEM NOMES'
           END-IF

           OPEN INPUT ARQCTA01

           IF WRK-FS-CTA01-OK
              SET WRK-CADASTRO-CTA-PRESENTE TO TRUE
           ELSE
              DISPLAY '* CADASTRO DE CONTAS AUSENTE - SEM CRITICA'
           END-IF

           OPEN INPUT ARQTIT01

           IF WRK-FS-TIT01-OK
              SET WRK-CADASTRO-TIT-PRESENTE TO TRUE
           ELSE
              DISPLAY '* CADASTRO DE TITULARES AUSENTE - SEM COTIT.'
           END-IF

           OPEN OUTPUT ARQCEN01

           IF NOT WRK-FS-CEN01-OK
              MOVE WRK-FS-ARQCEN01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           OPEN OUTPUT ARQETN01

           IF NOT WRK-FS-ETN01-OK
              MOVE WRK-FS-ARQETN01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           OPEN OUTPUT ARQSCA01

           IF NOT WRK-FS-SCA01-OK

           PERFORM 3720-LER-REGISTRO-PROCESSADOS

           PERFORM 3740-CARREGAR-ESTORNOS

           PERFORM 3800-LER-DEPOSITOS

           IF WRK-FS-ENT01-FIM
           PERFORM 3977-CONSULTAR-CLIENTE

           PERFORM 3976-VERIFICAR-BLOQUEIO

           PERFORM 3973-VERIFICAR-COTITULARES
           .
      *
      *----------------------------------------------------------------*
               OR    (WRK-FS-ENT01-FIM)

           IF WRK-CPF-NAO-BLOQUEADO
              AND WRK-CONTA-NAO-BLOQUEADA
              PERFORM 3900-GRAVAR-SAIDA

              PERFORM 3995-ATUALIZAR-MOEDA
              MOVE ARQENT01-COD-MOEDA  TO WRK-MOEDA-ANT
              MOVE WRK-DATA-LIDA-INV   TO WRK-DATA-ANT-INV
                                          WRK-DATA-RECENTE-INV

              PERFORM 3973-VERIFICAR-COTITULARES
           END-IF

           .
      *
           PERFORM 3050-VALIDA-CPF

           PERFORM 3962-VERIFICAR-CONTA

           PERFORM 3965-PROCURAR-ORIGINAL

           IF WRK-CPF-BLOQUEADO
              OR WRK-CONTA-BLOQUEADA
              OR (WRK-CLIENTE-FALECIDO
                  AND (ARQENT01-TRANS-SAQUE
                    OR ARQENT01-TRANS-TRANSF-ENVIO))
              PERFORM 3979-GRAVAR-MOV-BLOQUEADO
           ELSE
           IF WRK-CPF-INVALIDO
              PERFORM 3960-GRAVAR-REJEITO
           ELSE
           IF WRK-CONTA-NAO-ABERTA
              PERFORM 3963-GRAVAR-REJEITO-CONTA
           ELSE
           IF ARQENT01-VAL-DEPOS NOT GREATER ZEROS
              PERFORM 3961-GRAVAR-REJEITO-VALOR
           ELSE
           IF ARQENT01-TRANS-ESTORNO
              PERFORM 3964-TRATAR-ESTORNO
           ELSE
           IF WRK-MOV-ESTORNADO
              PERFORM 3966-GRAVAR-ESTORNO-CASADO
           ELSE
              IF WRK-DATA-LIDA-INV GREATER WRK-DATA-RECENTE-INV
                 MOVE WRK-DATA-LIDA-INV TO WRK-DATA-RECENTE-INV
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           PERFORM 3800-LER-DEPOSITOS
           .
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    VERIFICA NO CADASTRO DE CONTAS (CTA02225) SE A CONTA DO
      *    MOVIMENTO (CPF + CONTA + MOEDA) ESTAVA ABERTA NA DATA DO
      *    MOVIMENTO: ABERTA ATE A DATA, SEM ENCERRAMENTO OU COM
      *    ENCERRAMENTO NAO ANTERIOR A ELA. SEM O CADASTRO NA RODADA
      *    TODA CONTA E ACEITA. A LEITURA SO E REFEITA NA TROCA DA
      *    CHAVE DA CONTA
      *----------------------------------------------------------------*
       3962-VERIFICAR-CONTA SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-CONTA-ABERTA       TO TRUE

           IF NOT WRK-CADASTRO-CTA-PRESENTE
              GO TO 3962-99-FIM
           END-IF

           MOVE ARQENT01-CPF          TO WRK-CTA-CPF
           MOVE ARQENT01-NUM-CONTA    TO WRK-CTA-CONTA
           MOVE ARQENT01-COD-MOEDA    TO WRK-CTA-MOEDA

           IF WRK-CTA-CHAVE NOT EQUAL WRK-CTA-CHAVE-ANT
              MOVE WRK-CTA-CHAVE      TO WRK-CTA-CHAVE-ANT
                                         FD-ARQCTA01-CHAVE

              SET WRK-CN-READ         TO TRUE
              SET WRK-CN-ARQCTA01     TO TRUE

              READ ARQCTA01 INTO ARQCTA01-REGISTRO

              IF WRK-FS-CTA01-OK
                 SET WRK-CONTA-CADASTRADA TO TRUE
              ELSE
                 IF WRK-FS-CTA01-NAO-ENCONTRADO
                    SET WRK-CONTA-NAO-CADASTRADA TO TRUE
                 ELSE
                    MOVE WRK-FS-ARQCTA01 TO WRK-FS-DISPLAY
                    PERFORM 9000-ERROS-ARQUIVOS
                 END-IF
              END-IF
           END-IF

           IF WRK-CONTA-NAO-CADASTRADA
              SET WRK-CONTA-NAO-ABERTA TO TRUE
              GO TO 3962-99-FIM
           END-IF

           IF WRK-DATA-LIDA-INV LESS ARQCTA01-DAT-ABERTURA
              SET WRK-CONTA-NAO-ABERTA TO TRUE
              GO TO 3962-99-FIM
           END-IF

           IF ARQCTA01-CONTA-ENCERRADA
              AND WRK-DATA-LIDA-INV GREATER ARQCTA01-DAT-ENCERRAMENTO
              SET WRK-CONTA-NAO-ABERTA TO TRUE
           END-IF
           .
      *
      *----------------------------------------------------------------*
       3962-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA NO ARQUIVO DE REJEITOS O MOVIMENTO DE CONTA
      *    INEXISTENTE OU NAO ABERTA NA DATA DO MOVIMENTO
      *----------------------------------------------------------------*
       3963-GRAVAR-REJEITO-CONTA SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE                 ARQREJ01-REGISTRO

           MOVE ARQENT01-COD-CPF      TO ARQREJ01-COD-CPF
           MOVE ARQENT01-DIG-CPF      TO ARQREJ01-DIG-CPF
           MOVE ARQENT01-DAT-DEPOS    TO ARQREJ01-DAT-DEPOS
           MOVE ARQENT01-VAL-DEPOS    TO ARQREJ01-VAL-DEPOS
           MOVE 03                    TO ARQREJ01-COD-MOTIVO
           MOVE 'CONTA INEXISTENTE/NAO ABERTA' TO ARQREJ01-DESC-MOTIVO

           SET WRK-CN-WRITE           TO TRUE
           SET WRK-CN-ARQREJ01        TO TRUE

           WRITE FD-ARQREJ01          FROM ARQREJ01-REGISTRO

           IF NOT WRK-FS-REJ01-OK
              MOVE WRK-FS-ARQREJ01    TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           ADD 1 TO WRK-ACU-REJEITA-ARQENT01
           ADD 1 TO WRK-ACU-CONTA-NAO-ABERTA
           .
      *
      *----------------------------------------------------------------*
       3963-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    TRATA O REGISTRO DE ESTORNO NA LEITURA NORMAL: O ESTORNO
      *    PAREADO NAO TEM EFEITO PROPRIO (O ORIGINAL E QUE SAI DOS
      *    TOTAIS); O ESTORNO SEM ORIGINAL E REJEITADO
      *----------------------------------------------------------------*
       3964-TRATAR-ESTORNO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-ACU-ESTORNOS-LIDOS

           PERFORM 3747-MONTAR-CHAVE-ESTORNO

           MOVE 1 TO WRK-ETN-IDX

           PERFORM 3749-AVANCAR-ESTORNO
              UNTIL WRK-ETN-IDX GREATER WRK-ETN-QTDE
                 OR (WRK-ETN-CHAVE (WRK-ETN-IDX)
                                EQUAL WRK-ETN-LID-CHAVE
                 AND WRK-ETN-VALOR (WRK-ETN-IDX)
                                EQUAL WRK-ETN-LID-VALOR
                 AND WRK-ETN-DAT-ESTORNO (WRK-ETN-IDX)
                                EQUAL ARQENT01-DAT-DEPOS
                 AND WRK-ETN-VISTO (WRK-ETN-IDX) EQUAL 'N')

           IF WRK-ETN-IDX NOT GREATER WRK-ETN-QTDE
              MOVE 'S'                TO WRK-ETN-VISTO (WRK-ETN-IDX)
              IF WRK-ETN-PAREADO (WRK-ETN-IDX)
                 OR WRK-ETN-ABSORVIDO (WRK-ETN-IDX)
                 GO TO 3964-99-FIM
              END-IF
           END-IF

           PERFORM 3967-GRAVAR-REJEITO-ESTORNO
           .
      *
      *----------------------------------------------------------------*
       3964-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    VERIFICA SE O DEPOSITO OU SAQUE CORRENTE TEM ESTORNO
      *    PAREADO AINDA NAO ABSORVIDO (WRK-ETN-IDX APONTA O ESTORNO)
      *----------------------------------------------------------------*
       3965-PROCURAR-ORIGINAL SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-MOV-NAO-ESTORNADO  TO TRUE

           IF WRK-ETN-QTDE EQUAL ZEROS
              OR NOT (ARQENT01-TRANS-DEPOSITO OR ARQENT01-TRANS-SAQUE)
              GO TO 3965-99-FIM
           END-IF

           PERFORM 3747-MONTAR-CHAVE-ESTORNO

           MOVE 'C'                   TO WRK-ETN-SIT-PROCURADA

           PERFORM 3748-PROCURAR-ESTORNO

           IF WRK-ETN-IDX NOT GREATER WRK-ETN-QTDE
              SET WRK-MOV-ESTORNADO   TO TRUE
           END-IF
           .
      *
      *----------------------------------------------------------------*
       3965-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    RETIRA O MOVIMENTO ORIGINAL DO PROCESSAMENTO E GRAVA O PAR
      *    ORIGINAL/ESTORNO NO RELATORIO DE ESTORNOS
      *----------------------------------------------------------------*
       3966-GRAVAR-ESTORNO-CASADO SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-ETN-ABSORVIDO (WRK-ETN-IDX) TO TRUE

           INITIALIZE                 ARQETN01-REGISTRO

           MOVE WRK-ETN-CPF (WRK-ETN-IDX)
                                      TO ARQETN01-CPF
           MOVE WRK-ETN-CONTA (WRK-ETN-IDX)
                                      TO ARQETN01-NUM-CONTA
           MOVE WRK-ETN-MOEDA (WRK-ETN-IDX)
                                      TO ARQETN01-COD-MOEDA
           MOVE WRK-ETN-VALOR (WRK-ETN-IDX)
                                      TO ARQETN01-VAL-MOVTO
           MOVE WRK-ETN-TIP-ORIGINAL (WRK-ETN-IDX)
                                      TO ARQETN01-TIP-ORIGINAL
           MOVE WRK-ETN-DAT-ORIGINAL (WRK-ETN-IDX)
                                      TO ARQETN01-DAT-ORIGINAL
           MOVE WRK-ETN-DAT-ESTORNO (WRK-ETN-IDX)
                                      TO ARQETN01-DAT-ESTORNO

           SET WRK-CN-WRITE           TO TRUE
           SET WRK-CN-ARQETN01        TO TRUE

           WRITE FD-ARQETN01          FROM ARQETN01-REGISTRO

           IF NOT WRK-FS-ETN01-OK
              MOVE WRK-FS-ARQETN01    TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           ADD 1 TO WRK-ACU-GRAVA-ARQETN01
           .
      *
      *----------------------------------------------------------------*
       3966-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA NO ARQUIVO DE REJEITOS O ESTORNO SEM MOVIMENTO
      *    ORIGINAL CORRESPONDENTE NO ARQUIVO
      *----------------------------------------------------------------*
       3967-GRAVAR-REJEITO-ESTORNO SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE                 ARQREJ01-REGISTRO

           MOVE ARQENT01-COD-CPF      TO ARQREJ01-COD-CPF
           MOVE ARQENT01-DIG-CPF      TO ARQREJ01-DIG-CPF
           MOVE ARQENT01-DAT-DEPOS    TO ARQREJ01-DAT-DEPOS
           MOVE ARQENT01-VAL-DEPOS    TO ARQREJ01-VAL-DEPOS
           MOVE 04                    TO ARQREJ01-COD-MOTIVO
           MOVE 'ESTORNO SEM MOVIMENTO ORIGINAL' TO ARQREJ01-DESC-MOTIVO

           SET WRK-CN-WRITE           TO TRUE
           SET WRK-CN-ARQREJ01        TO TRUE

           WRITE FD-ARQREJ01          FROM ARQREJ01-REGISTRO

           IF NOT WRK-FS-REJ01-OK
              MOVE WRK-FS-ARQREJ01    TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           ADD 1 TO WRK-ACU-REJEITA-ARQENT01
           ADD 1 TO WRK-ACU-ESTORNO-SEM-ORIG
           .
      *
      *----------------------------------------------------------------*
       3967-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA NO ARQUIVO DE EXCECOES O CPF QUE REABRIU UM GRUPO JA
      *    ENCERRADO, FORA DA SEQUENCIA ASCENDENTE ESPERADA DE ENT02105
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CONSULTA O CADASTRO DE CLIENTES PELO CPF DO GRUPO ATUAL;
      *    CPF SEM CADASTRO GERA EXCECAO (UM REGISTRO POR CPF) E O
      *    CLIENTE FALECIDO TEM OS DEBITOS VEDADOS
      *----------------------------------------------------------------*
       3977-CONSULTAR-CLIENTE SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                TO WRK-NOM-CLIENTE-ATUAL
           SET WRK-CLIENTE-NAO-FALECIDO TO TRUE

           IF WRK-CADASTRO-CLI-PRESENTE
              MOVE WRK-CPF-ANT        TO FD-ARQCLI01-CPF
                 WHEN WRK-FS-CLI01-OK
                    MOVE ARQCLI01-NOM-CLIENTE
                                      TO WRK-NOM-CLIENTE-ATUAL
                    IF ARQCLI01-RELAC-FALECIDO
                       SET WRK-CLIENTE-FALECIDO TO TRUE
                    END-IF
                 WHEN WRK-FS-CLI01-NAO-ENCONTRADO
                    PERFORM 3978-GRAVAR-SEM-CADASTRO
                 WHEN OTHER
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    VERIFICA SE A CONTA DO GRUPO ATUAL TEM ALGUM OUTRO TITULAR
      *    ATIVO CONSTANTE DA LISTA DE BLOQUEIO (CONTA CONJUNTA)
      *----------------------------------------------------------------*
       3973-VERIFICAR-COTITULARES SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-CPF-ANT           TO WRK-TIT-CPF
           MOVE WRK-CONTA-ANT         TO WRK-TIT-NUM-CONTA

           IF WRK-TIT-CONTA EQUAL WRK-TIT-CONTA-ANT
              GO TO 3973-99-FIM
           END-IF

           MOVE WRK-TIT-CONTA         TO WRK-TIT-CONTA-ANT
           SET WRK-CONTA-NAO-BLOQUEADA TO TRUE
           MOVE SPACES                TO WRK-MOTIVO-BLOQ-CONTA

           IF NOT WRK-CADASTRO-TIT-PRESENTE
              OR WRK-BLQ-QTDE EQUAL ZEROS
              GO TO 3973-99-FIM
           END-IF

           MOVE WRK-TIT-CONTA         TO FD-ARQTIT01-CONTA
           MOVE LOW-VALUES            TO FD-ARQTIT01-CPF-TITULAR

           SET WRK-CN-START           TO TRUE
           SET WRK-CN-ARQTIT01        TO TRUE

           START ARQTIT01 KEY NOT LESS FD-ARQTIT01-CHAVE

           EVALUATE TRUE
              WHEN WRK-FS-TIT01-OK
                 SET WRK-NAO-FIM-TITULARES TO TRUE
                 PERFORM 3974-LER-COTITULAR
                    UNTIL WRK-FIM-TITULARES
                       OR WRK-CONTA-BLOQUEADA
              WHEN WRK-FS-TIT01-NAO-ENCONTRADO
                 CONTINUE
              WHEN OTHER
                 MOVE WRK-FS-ARQTIT01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
           END-EVALUATE

           IF WRK-CONTA-BLOQUEADA
              ADD 1 TO WRK-ACU-CONTA-BLOQ-COTIT
           END-IF
           .
      *
      *----------------------------------------------------------------*
       3973-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LE O PROXIMO TITULAR DA CONTA E O PROCURA NA LISTA DE
      *    BLOQUEIO (O PROPRIO CPF DO GRUPO JA FOI VERIFICADO NA 3976)
      *----------------------------------------------------------------*
       3974-LER-COTITULAR SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-CN-READ            TO TRUE
           SET WRK-CN-ARQTIT01        TO TRUE

           READ ARQTIT01 NEXT         INTO ARQTIT01-REGISTRO

           IF WRK-FS-TIT01-FIM
              SET WRK-FIM-TITULARES   TO TRUE
              GO TO 3974-99-FIM
           END-IF

           IF NOT WRK-FS-TIT01-OK
              MOVE WRK-FS-ARQTIT01    TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           IF ARQTIT01-CONTA NOT EQUAL WRK-TIT-CONTA
              SET WRK-FIM-TITULARES   TO TRUE
              GO TO 3974-99-FIM
           END-IF

           IF NOT ARQTIT01-TITULAR-ATIVO
              OR ARQTIT01-CPF-TITULAR EQUAL WRK-CPF-ANT
              GO TO 3974-99-FIM
           END-IF

           MOVE 1 TO WRK-BLQ-IDX

           PERFORM 3975-PROCURAR-BLOQUEIO
              UNTIL WRK-BLQ-IDX GREATER WRK-BLQ-QTDE
                 OR WRK-BLQ-CPF (WRK-BLQ-IDX)
                                EQUAL ARQTIT01-CPF-TITULAR

           IF WRK-BLQ-IDX NOT GREATER WRK-BLQ-QTDE
              SET WRK-CONTA-BLOQUEADA TO TRUE
              STRING 'COTITULAR BLOQ. '   DELIMITED BY SIZE
                     ARQTIT01-CPF-TITULAR DELIMITED BY SIZE
                                      INTO WRK-MOTIVO-BLOQ-CONTA
           END-IF
           .
      *
      *----------------------------------------------------------------*
       3974-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    VERIFICA SE O CPF DO GRUPO ATUAL ESTA NA LISTA DE BLOQUEIO
      *----------------------------------------------------------------*
       3976-VERIFICAR-BLOQUEIO SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    DESVIA PARA O RELATORIO DE BLOQUEADOS O MOVIMENTO DE CPF
      *    CONSTANTE DA LISTA DE BLOQUEIO E O DEBITO DE CLIENTE
      *    FALECIDO
      *----------------------------------------------------------------*
       3979-GRAVAR-MOV-BLOQUEADO SECTION.
      *----------------------------------------------------------------*
           MOVE ARQENT01-DAT-DEPOS    TO ARQBLM01-DAT-DEPOS
           MOVE ARQENT01-VAL-DEPOS    TO ARQBLM01-VAL-DEPOS
           MOVE ARQENT01-TIP-TRANS    TO ARQBLM01-TIP-TRANS
           EVALUATE TRUE
              WHEN WRK-CPF-BLOQUEADO
                 MOVE WRK-MOTIVO-BLOQUEIO TO ARQBLM01-DESC-MOTIVO
              WHEN WRK-CONTA-BLOQUEADA
                 MOVE WRK-MOTIVO-BLOQ-CONTA
                                      TO ARQBLM01-DESC-MOTIVO
              WHEN OTHER
                 MOVE 'ESPOLIO - DEBITO VEDADO'
                                      TO ARQBLM01-DESC-MOTIVO
                 ADD 1 TO WRK-ACU-MOV-ESPOLIO
           END-EVALUATE

           SET WRK-CN-WRITE           TO TRUE
           SET WRK-CN-ARQBLM01        TO TRUE

           PERFORM 3977-CONSULTAR-CLIENTE
           PERFORM 3976-VERIFICAR-BLOQUEIO
           PERFORM 3973-VERIFICAR-COTITULARES

           PERFORM 3792-ACUMULAR-MOV-PULADO
              UNTIL (ARQENT01-CPF NOT EQUAL WRK-CPF-ANT)
              OR    (WRK-FS-ENT01-FIM)

           IF WRK-CPF-NAO-BLOQUEADO
              AND WRK-CONTA-NAO-BLOQUEADA
              PERFORM 3995-ATUALIZAR-MOEDA

              PERFORM 3992-ACUMULAR-SALDO-CARRY
      *
           PERFORM 3050-VALIDA-CPF

           PERFORM 3962-VERIFICAR-CONTA

           PERFORM 3965-PROCURAR-ORIGINAL

           IF WRK-CPF-NAO-BLOQUEADO
              AND WRK-CONTA-NAO-BLOQUEADA
              AND NOT (WRK-CLIENTE-FALECIDO
                       AND (ARQENT01-TRANS-SAQUE
                         OR ARQENT01-TRANS-TRANSF-ENVIO))
              AND NOT WRK-CPF-INVALIDO
              AND WRK-CONTA-ABERTA
              AND ARQENT01-VAL-DEPOS GREATER ZEROS
              AND NOT ARQENT01-TRANS-ESTORNO
              IF WRK-MOV-ESTORNADO
                 SET WRK-ETN-ABSORVIDO (WRK-ETN-IDX) TO TRUE
              ELSE
              IF ARQENT01-TRANS-SAQUE
                 OR ARQENT01-TRANS-TRANSF-ENVIO
                 COMPUTE WRK-ACU-SAQUES = WRK-ACU-SAQUES +
                 COMPUTE WRK-ACU-DEPOSITOS = WRK-ACU-DEPOSITOS +
                                          ARQENT01-VAL-DEPOS
              END-IF
              END-IF
           END-IF

           PERFORM 3800-LER-DEPOSITOS
                             ADD 1 TO WRK-ACU-CONTA-PADRAO
                          END-IF
                          IF ARQENT01-CPF-CONTRAPARTE NOT NUMERIC
                             AND NOT ARQENT01-TRANS-ESTORNO
                             MOVE ZEROS
                                TO ARQENT01-CPF-CONTRAPARTE
                          END-IF
              MOVE WRK-FS-ARQSLD02    TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           IF WRK-CADASTRO-CTA-PRESENTE
              AND ARQSLD01-VAL-FECHAMENTO NOT EQUAL ZEROS
              PERFORM 4066-VERIFICAR-CONTA-ENCERRADA
           END-IF
           .
      *
      *----------------------------------------------------------------*
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    APONTA NO ARQUIVO DE EXCECOES A POSICAO COM SALDO DE
      *    FECHAMENTO DIFERENTE DE ZERO CUJA CONTA ESTA ENCERRADA NO
      *    CADASTRO DE CONTAS
      *----------------------------------------------------------------*
       4066-VERIFICAR-CONTA-ENCERRADA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQSLD01-CPF          TO WRK-CTA-CPF
           MOVE ARQSLD01-NUM-CONTA    TO WRK-CTA-CONTA
           MOVE ARQSLD01-COD-MOEDA    TO WRK-CTA-MOEDA
           MOVE WRK-CTA-CHAVE         TO WRK-CTA-CHAVE-ANT
                                         FD-ARQCTA01-CHAVE

           SET WRK-CN-READ            TO TRUE
           SET WRK-CN-ARQCTA01        TO TRUE

           READ ARQCTA01 INTO ARQCTA01-REGISTRO

           IF WRK-FS-CTA01-NAO-ENCONTRADO
              GO TO 4066-99-FIM
           END-IF

           IF NOT WRK-FS-CTA01-OK
              MOVE WRK-FS-ARQCTA01    TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           IF NOT ARQCTA01-CONTA-ENCERRADA
              GO TO 4066-99-FIM
           END-IF

           INITIALIZE                 ARQCEN01-REGISTRO

           MOVE ARQSLD01-CPF          TO ARQCEN01-CPF
           MOVE ARQSLD01-NUM-CONTA    TO ARQCEN01-NUM-CONTA
           MOVE ARQSLD01-COD-MOEDA    TO ARQCEN01-COD-MOEDA
           MOVE ARQCTA01-DAT-ENCERRAMENTO
                                      TO ARQCEN01-DAT-ENCERRAMENTO
           MOVE ARQSLD01-VAL-FECHAMENTO
                                      TO ARQCEN01-VAL-SALDO

           SET WRK-CN-WRITE           TO TRUE
           SET WRK-CN-ARQCEN01        TO TRUE

           WRITE FD-ARQCEN01          FROM ARQCEN01-REGISTRO

           IF NOT WRK-FS-CEN01-OK
              MOVE WRK-FS-ARQCEN01    TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           ADD 1 TO WRK-ACU-GRAVA-ARQCEN01
           .
      *
      *----------------------------------------------------------------*
       4066-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LE O REGISTRO PERSISTENTE DE ARQUIVOS PROCESSADOS E GUARDA
      *    A ULTIMA SEQUENCIA PROCESSADA DESTE ARQUIVO
      *----------------------------------------------------------------*
       3730-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PRE-LEITURA DO MOVIMENTO PARA O CASAMENTO DE ESTORNOS: A
      *    PRIMEIRA PASSADA CARREGA OS ESTORNOS (TIPO 'E'), A SEGUNDA
      *    PAREIA CADA ESTORNO COM UM DEPOSITO OU SAQUE ORIGINAL DO
      *    ARQUIVO; O MOVIMENTO E REABERTO PARA O PROCESSAMENTO NORMAL
      *----------------------------------------------------------------*
       3740-CARREGAR-ESTORNOS SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3741-LER-PRE-LEITURA

           PERFORM 3742-TABULAR-ESTORNO
              UNTIL WRK-FS-ENT01-FIM

           IF WRK-ETN-QTDE GREATER ZEROS
              PERFORM 3744-REABRIR-MOVIMENTO

              PERFORM 3741-LER-PRE-LEITURA

              PERFORM 3743-PAREAR-ORIGINAL
                 UNTIL WRK-FS-ENT01-FIM

              DISPLAY '* ESTORNOS CARREGADOS: ' WRK-ETN-QTDE
           END-IF

           PERFORM 3744-REABRIR-MOVIMENTO
           .
      *
      *----------------------------------------------------------------*
       3740-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LE UM REGISTRO FISICO NA PRE-LEITURA (SEM TRATAR O ENVELOPE
      *    NEM CONTAR LIDOS, O QUE FICA PARA A LEITURA NORMAL)
      *----------------------------------------------------------------*
       3741-LER-PRE-LEITURA SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE                 ARQENT01-REGISTRO
           SET WRK-CN-READ            TO TRUE
           SET WRK-CN-ARQENT01        TO TRUE

           READ ARQENT01              INTO ARQENT01-REGISTRO

           IF WRK-FS-ENT01-OK OR WRK-FS-ENT01-FIM
              CONTINUE
           ELSE
              MOVE WRK-FS-ARQENT01    TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF
           .
      *
      *----------------------------------------------------------------*
       3741-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GUARDA NA TABELA UM ESTORNO LIDO NA PRIMEIRA PASSADA; SO
      *    ENTRA NO PAREAMENTO O ESTORNO DE DEPOSITO OU SAQUE COM DATA
      *    ORIGINAL NAO POSTERIOR A DATA DO PROPRIO ESTORNO
      *----------------------------------------------------------------*
       3742-TABULAR-ESTORNO SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQENT01-REGISTRO (1:3) EQUAL 'HDR'
              OR ARQENT01-REGISTRO (1:3) EQUAL 'TRL'
              OR NOT ARQENT01-TRANS-ESTORNO
              PERFORM 3741-LER-PRE-LEITURA
              GO TO 3742-99-FIM
           END-IF

           IF WRK-ETN-QTDE NOT LESS 500
              ADD 1 TO WRK-ACU-ESTORNOS-EXCED
              PERFORM 3741-LER-PRE-LEITURA
              GO TO 3742-99-FIM
           END-IF

           PERFORM 3747-MONTAR-CHAVE-ESTORNO

           ADD 1 TO WRK-ETN-QTDE
           MOVE WRK-ETN-LID-CHAVE     TO WRK-ETN-CHAVE (WRK-ETN-QTDE)
           MOVE WRK-ETN-LID-VALOR     TO WRK-ETN-VALOR (WRK-ETN-QTDE)
           MOVE ARQENT01-DAT-DEPOS    TO
                                  WRK-ETN-DAT-ESTORNO (WRK-ETN-QTDE)
           MOVE 'N'                   TO WRK-ETN-VISTO (WRK-ETN-QTDE)

           MOVE ARQENT01-EST-DAT-ORIGINAL (7:4)
                                      TO WRK-ETN-DATA-ORI-INV (1:4)
           MOVE ARQENT01-EST-DAT-ORIGINAL (4:2)
                                      TO WRK-ETN-DATA-ORI-INV (5:2)
           MOVE ARQENT01-EST-DAT-ORIGINAL (1:2)
                                      TO WRK-ETN-DATA-ORI-INV (7:2)
           MOVE ARQENT01-DAT-DEPOS (7:4)
                                      TO WRK-ETN-DATA-EST-INV (1:4)
           MOVE ARQENT01-DAT-DEPOS (4:2)
                                      TO WRK-ETN-DATA-EST-INV (5:2)
           MOVE ARQENT01-DAT-DEPOS (1:2)
                                      TO WRK-ETN-DATA-EST-INV (7:2)

           IF (ARQENT01-EST-DE-DEPOSITO OR ARQENT01-EST-DE-SAQUE)
              AND WRK-ETN-DATA-ORI-INV NUMERIC
              AND WRK-ETN-DATA-ORI-INV NOT GREATER WRK-ETN-DATA-EST-INV
              SET WRK-ETN-PENDENTE (WRK-ETN-QTDE) TO TRUE
           ELSE
              SET WRK-ETN-INVALIDO (WRK-ETN-QTDE) TO TRUE
           END-IF

           PERFORM 3741-LER-PRE-LEITURA
           .
      *
      *----------------------------------------------------------------*
       3742-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    SEGUNDA PASSADA: PAREIA O DEPOSITO OU SAQUE LIDO COM O
      *    PRIMEIRO ESTORNO PENDENTE QUE APONTE PARA ELE
      *----------------------------------------------------------------*
       3743-PAREAR-ORIGINAL SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQENT01-REGISTRO (1:3) NOT EQUAL 'HDR'
              AND ARQENT01-REGISTRO (1:3) NOT EQUAL 'TRL'
              AND (ARQENT01-TRANS-DEPOSITO OR ARQENT01-TRANS-SAQUE)
              PERFORM 3747-MONTAR-CHAVE-ESTORNO
              MOVE 'P'                TO WRK-ETN-SIT-PROCURADA
              PERFORM 3748-PROCURAR-ESTORNO
              IF WRK-ETN-IDX NOT GREATER WRK-ETN-QTDE
                 SET WRK-ETN-PAREADO (WRK-ETN-IDX) TO TRUE
              END-IF
           END-IF

           PERFORM 3741-LER-PRE-LEITURA
           .
      *
      *----------------------------------------------------------------*
       3743-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    FECHA E REABRE O MOVIMENTO, VOLTANDO AO INICIO DO ARQUIVO
      *----------------------------------------------------------------*
       3744-REABRIR-MOVIMENTO SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-CN-ARQENT01        TO TRUE
           SET WRK-CN-CLOSE           TO TRUE

           CLOSE ARQENT01

           IF NOT WRK-FS-ENT01-OK
              MOVE WRK-FS-ARQENT01    TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-OPEN            TO TRUE

           OPEN INPUT ARQENT01

           IF NOT WRK-FS-ENT01-OK
              MOVE WRK-FS-ARQENT01    TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF
           .
      *
      *----------------------------------------------------------------*
       3744-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    MONTA A CHAVE DE CASAMENTO DO REGISTRO CORRENTE: NO ESTORNO,
      *    DATA E TIPO VEM DO APONTAMENTO PARA O ORIGINAL; NOS DEMAIS,
      *    DO PROPRIO MOVIMENTO
      *----------------------------------------------------------------*
       3747-MONTAR-CHAVE-ESTORNO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQENT01-CPF          TO WRK-ETN-LID-CPF

           IF ARQENT01-NUM-CONTA NUMERIC
              AND ARQENT01-NUM-CONTA GREATER ZEROS
              MOVE ARQENT01-NUM-CONTA TO WRK-ETN-LID-CONTA
           ELSE
              MOVE 1                  TO WRK-ETN-LID-CONTA
           END-IF

           MOVE ARQENT01-COD-MOEDA    TO WRK-ETN-LID-MOEDA
           MOVE ARQENT01-VAL-DEPOS    TO WRK-ETN-LID-VALOR

           IF ARQENT01-TRANS-ESTORNO
              MOVE ARQENT01-EST-DAT-ORIGINAL TO WRK-ETN-LID-DATA
              MOVE ARQENT01-EST-TIP-ORIGINAL TO WRK-ETN-LID-TIPO
           ELSE
              MOVE ARQENT01-DAT-DEPOS TO WRK-ETN-LID-DATA
              MOVE ARQENT01-TIP-TRANS TO WRK-ETN-LID-TIPO
           END-IF
           .
      *
      *----------------------------------------------------------------*
       3747-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PROCURA NA TABELA O PRIMEIRO ESTORNO DA CHAVE MONTADA NA
      *    SITUACAO PEDIDA (WRK-ETN-IDX ALEM DA QTDE = NAO ACHADO)
      *----------------------------------------------------------------*
       3748-PROCURAR-ESTORNO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-ETN-IDX

           PERFORM 3749-AVANCAR-ESTORNO
              UNTIL WRK-ETN-IDX GREATER WRK-ETN-QTDE
                 OR (WRK-ETN-CHAVE (WRK-ETN-IDX)
                                EQUAL WRK-ETN-LID-CHAVE
                 AND WRK-ETN-VALOR (WRK-ETN-IDX)
                                EQUAL WRK-ETN-LID-VALOR
                 AND WRK-ETN-SITUACAO (WRK-ETN-IDX)
                                EQUAL WRK-ETN-SIT-PROCURADA)
           .
      *
      *----------------------------------------------------------------*
       3748-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3749-AVANCAR-ESTORNO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-ETN-IDX
           .
      *
      *----------------------------------------------------------------*
       3749-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3900-GRAVAR-SAIDA SECTION.
      *----------------------------------------------------------------*
              CLOSE ARQCLI01
           END-IF

           IF WRK-CADASTRO-CTA-PRESENTE
              CLOSE ARQCTA01
           END-IF

           IF WRK-CADASTRO-TIT-PRESENTE
              CLOSE ARQTIT01
           END-IF

           CLOSE ARQCEN01.
           IF NOT WRK-FS-CEN01-OK
              MOVE WRK-FS-ARQCEN01
                                     TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           CLOSE ARQETN01.
           IF NOT WRK-FS-ETN01-OK
              MOVE WRK-FS-ARQETN01
                                     TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           CLOSE ARQSCA01.
           IF NOT WRK-FS-SCA01-OK
              MOVE WRK-FS-ARQSCA01
                    WRK-ACU-MOV-BLOQUEADOS '                     *'
           DISPLAY '* QTDE DE GRUPOS DE CPF BLOQUEADO:'
                    WRK-ACU-CPF-BLOQUEADOS '                     *'
           DISPLAY '* QTDE DE CONTAS BLOQ. POR COTITULAR:'
                    WRK-ACU-CONTA-BLOQ-COTIT '                  *'
           DISPLAY '* QTDE DE DEBITOS VEDADOS (ESPOLIO):'
                    WRK-ACU-MOV-ESPOLIO '                   *'
           DISPLAY '* QTDE DE DATAS AA CONVERTIDAS:'
                    WRK-ACU-DATAS-CONVERTIDAS '                    *'
           DISPLAY '* QTDE DE CONTAS PADRAO (0001):'
                    WRK-ACU-CONTA-PADRAO '                        *'
           DISPLAY '* QTDE DE MOVTOS DE CONTA NAO ABERTA:'
                    WRK-ACU-CONTA-NAO-ABERTA '                 *'
           DISPLAY '* QTDE DE CONTAS ENCERRADAS C/ SALDO:'
                    WRK-ACU-GRAVA-ARQCEN01 '                 *'
           DISPLAY '* QTDE DE ESTORNOS LIDOS:'
                    WRK-ACU-ESTORNOS-LIDOS '                       *'
           DISPLAY '* QTDE DE ESTORNOS CASADOS:'
                    WRK-ACU-GRAVA-ARQETN01 '                     *'
           DISPLAY '* QTDE DE ESTORNOS SEM ORIGINAL:'
                    WRK-ACU-ESTORNO-SEM-ORIG '                *'
           DISPLAY '* QTDE DE ESTORNOS FORA DA TABELA:'
                    WRK-ACU-ESTORNOS-EXCED '                     *'
           DISPLAY '*                                                *'
           DISPLAY '* ' WRK-PROGRAMA ' FIM NORMAL                    *'
           DISPLAY '**************************************************'
