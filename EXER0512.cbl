      *                    CARREGADAS). SUBSTITUI AS MULTIPLAS         *
      *                    SUBMISSOES DO EXER0505, QUE PERMANECE       *
      *                    PARA RODADAS AVULSAS DE UMA CAMPANHA.       *
      *                    CAMPANHA COM TIP-PUBLICO 'O' SO ALCANCA     *
      *                    CLIENTES COM OFERTA DE CREDITO PRE-APROVADO *
      *                    VALIDA NA DATA DA RODADA: AS OFERTAS        *
      *                    (EXER0326, EM ORDEM DE CODIGO DE CLIENTE)   *
      *                    SAO CASADAS COM O CURSOR, TAMBEM EM ORDEM   *
      *                    DE CCLUB.                                   *
      *                    JORNADAS EM ONDAS (ODA05112, OPCIONAL): A   *
      *                    ONDA 1 E O DISPARO DO CATALOGO; DEPOIS DA   *
      *                    PASSADA PRINCIPAL, UM SEGUNDO CURSOR SOBRE  *
      *                    A CAMP_HISTORICO (ULTIMO CONTATO DE CADA    *
      *                    CLIENTE NA CAMPANHA, DOS ULTIMOS 180 DIAS)  *
      *                    SELECIONA A ONDA SEGUINTE QUANDO O PRAZO DA *
      *                    ONDA VENCEU E A CONDICAO (SEM RESPOSTA OU   *
      *                    BOUNCE DESDE O CONTATO, PELO FEED RET05106  *
      *                    DO EXER0506) E ATENDIDA, RESPEITANDO O      *
      *                    OPT-OUT E O NAO CONTATAR. CADA CONTATO E    *
      *                    REGISTRADO COM A ONDA (COLUNA NUM_ONDA DA   *
      *                    CAMP_HISTORICO) E O EXTRATO LEVA A ONDA NA  *
      *                    ULTIMA POSICAO. O TETO DE LINHAS DO         *
      *                    CATALOGO VALE SO PARA A ONDA 1.             *
      *----------------------------------------------------------------*
      *    CARTAO (ARQPARM): COLS 1-8 DATA DA RODADA (AAAAMMDD;        *
      *                      BRANCOS/ZEROS = DATA CORRENTE)            *
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQCPG01 (CATALOGO DE CAMPANHAS)          CPG05105        *
      *      ARQOFE01 (OFERTAS PRE-APROVADAS POR       OFE03326        *
      *                CODIGO DE CLIENTE - OPCIONAL)                   *
      *      ARQODA01 (ONDAS DAS JORNADAS - OPCIONAL)  ODA05112        *
      *      ARQRET01 (FEED DE RETORNOS - OPCIONAL)    RET05106        *
      *      ARQSAI01 (EXTRATO ETIQUETADO P/ CAMPANHA) -               *
      *      ARQAUD01                                  AUD00105        *
      *    TABELAS DB2: INFO_PSSOA / SUPR_CAMPANHA / CAMP_HISTORICO    *
           SELECT OPTIONAL ARQPARM ASSIGN TO UT-S-ARQPARM
                      FILE STATUS      IS WRK-FS-ARQPARM.

           SELECT OPTIONAL ARQOFE01 ASSIGN TO UT-S-ARQOFE01
                      FILE STATUS      IS WRK-FS-ARQOFE01.

           SELECT OPTIONAL ARQODA01 ASSIGN TO UT-S-ARQODA01
                      FILE STATUS      IS WRK-FS-ARQODA01.

           SELECT OPTIONAL ARQRET01 ASSIGN TO UT-S-ARQRET01
                      FILE STATUS      IS WRK-FS-ARQRET01.

           SELECT ARQSAI01 ASSIGN      TO UT-S-ARQSAI01
                      FILE STATUS      IS WRK-FS-ARQSAI01.

      *
      *---------------------------------------------------------------*
      *   INPUT:      CATALOGO DE CAMPANHAS                           *
      *               ORG. SEQUENCIAL   -   LRECL = 052               *
      *---------------------------------------------------------------*

       FD  ARQCPG01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQCPG01             PIC X(052).

      *---------------------------------------------------------------*
      *   INPUT:      CARTAO DE PARAMETROS (OPCIONAL)                 *
       01 FD-ARQPARM              PIC X(80).

      *---------------------------------------------------------------*
      *   INPUT:      OFERTAS PRE-APROVADAS EM ORDEM DE CODIGO DE     *
      *               CLIENTE (EXER0326) - OPCIONAL                   *
      *               ORG. SEQUENCIAL   -   LRECL = 100               *
      *---------------------------------------------------------------*

       FD  ARQOFE01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQOFE01             PIC X(100).

      *---------------------------------------------------------------*
      *   INPUT:      ONDAS DAS JORNADAS DE CAMPANHA - OPCIONAL       *
      *               ORG. SEQUENCIAL   -   LRECL = 020               *
      *---------------------------------------------------------------*

       FD  ARQODA01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQODA01             PIC X(020).

      *---------------------------------------------------------------*
      *   INPUT:      FEED DE RETORNOS DA PLATAFORMA DE E-MAIL        *
      *               (EXER0506) - OPCIONAL                           *
      *               ORG. SEQUENCIAL   -   LRECL = 091               *
      *---------------------------------------------------------------*

       FD  ARQRET01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQRET01             PIC X(091).

      *---------------------------------------------------------------*
      *   OUTPUT:     EXTRATO ETIQUETADO POR CAMPANHA E ONDA          *
      *               ORG. SEQUENCIAL   -   LRECL = 166               *
      *---------------------------------------------------------------*

       FD  ARQSAI01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI01             PIC X(166).

      *---------------------------------------------------------------*
      *   OUTPUT:     LOG DE AUDITORIA DE EXECUCAO (COMPARTILHADO)    *
       77 WRK-DAT-RODADA-DB2      PIC  X(010) VALUE SPACES.
       77 WRK-QTDE-REGS-COMMIT    PIC  9(005) VALUE 100.
       77 WRK-CONT-COMMIT         PIC  9(005) VALUE ZEROS.
       77 WRK-DIAS-JANELA-RET     PIC  9(003) VALUE 180.
       77 WRK-DAT-JANELA          PIC  9(008) VALUE ZEROS.
       77 WRK-DAT-JANELA-DB2      PIC  X(010) VALUE SPACES.
       77 WRK-DAT-CONTATO         PIC  9(008) VALUE ZEROS.
       77 WRK-DAT-RETORNO         PIC  9(008) VALUE ZEROS.
      *
       01 WRK-PARM-REGISTRO.
          05 WRK-PARM-DATA        PIC  9(008) VALUE ZEROS.
           03 ACU-CAMP-EXPIRADAS     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI01     PIC 9(007) VALUE ZEROS.
           03 ACU-HISTORICO          PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQOFE01     PIC 9(007) VALUE ZEROS.
           03 ACU-CLIENTES-COM-OFERTA
                                     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ONDAS        PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-RETORNOS     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-CURSOR-ONDA  PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ONDAS        PIC 9(007) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    TABELA DAS CAMPANHAS ATIVAS NA DATA DA RODADA               *
             10 WRK-CPG-MAX-REGS  PIC 9(007).
             10 WRK-CPG-SELECIONADOS PIC 9(007).
             10 WRK-CPG-QTD-SEG   PIC 9(001).
             10 WRK-CPG-TIP-PUBLICO
                                  PIC X(001).
                88 WRK-CPG-PUBLICO-OFERTA     VALUE 'O'.
      *
      *----------------------------------------------------------------*
      *    TABELA DAS ONDAS DE ACOMPANHAMENTO DAS CAMPANHAS ATIVAS     *
      *----------------------------------------------------------------*
       77 WRK-ODA-QTDE            PIC 9(002) VALUE ZEROS.
       77 WRK-ODA-IDX             PIC 9(002) VALUE ZEROS.
      *
       01 WRK-ODA-TABELA.
          05 WRK-ODA-LINHA        OCCURS 30 TIMES.
             10 WRK-ODA-CAMPANHA  PIC X(008).
             10 WRK-ODA-NUM-ONDA  PIC 9(001).
             10 WRK-ODA-QTD-DIAS  PIC 9(003).
             10 WRK-ODA-CANAL     PIC X(001).
             10 WRK-ODA-CONDICAO  PIC X(001).
                88 WRK-ODA-COND-BOUNCE        VALUE 'B'.
             10 WRK-ODA-SELECIONADOS PIC 9(007).
      *
      *----------------------------------------------------------------*
      *    BOUNCES E RESPOSTAS DO FEED DENTRO DA JANELA DAS ONDAS      *
      *----------------------------------------------------------------*
       77 WRK-RET-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-RET-IDX             PIC 9(004) VALUE ZEROS.
      *
       01 WRK-RET-TABELA.
          05 WRK-RET-LINHA        OCCURS 5000 TIMES.
             10 WRK-RET-CCLUB     PIC 9(010).
             10 WRK-RET-TIPO      PIC X(001).
             10 WRK-RET-DATA      PIC 9(008).
      *
      *    DATA DO RETORNO (DD.MM.AAAA) E DO CONTATO (AAAA-MM-DD)
       01 WRK-DAT-RETORNO-X       PIC X(010) VALUE SPACES.
       01 FILLER                  REDEFINES WRK-DAT-RETORNO-X.
          05 WRK-RET-DIA          PIC X(002).
          05 FILLER               PIC X(001).
          05 WRK-RET-MES          PIC X(002).
          05 FILLER               PIC X(001).
          05 WRK-RET-ANO          PIC X(004).
       01 WRK-DAT-RETORNO-AMD.
          05 WRK-RET-AAAA         PIC X(004) VALUE SPACES.
          05 WRK-RET-MM           PIC X(002) VALUE SPACES.
          05 WRK-RET-DD           PIC X(002) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    REGISTRO DO EXTRATO ETIQUETADO POR CAMPANHA                 *
          05 WRK-EXT-NOM-CLIENTE  PIC X(070) VALUE SPACES.
          05 FILLER               PIC X(001) VALUE ';'.
          05 WRK-EXT-EMAIL        PIC X(068) VALUE SPACES.
          05 FILLER               PIC X(001) VALUE ';'.
          05 WRK-EXT-NUM-ONDA     PIC 9(001) VALUE 1.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             88 WRK-FS-CPG01-FIM              VALUE '10'.
          05 WRK-FS-ARQPARM       PIC  X(002) VALUE SPACES.
             88 WRK-FS-PARM-OK                VALUE '00'.
          05 WRK-FS-ARQOFE01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-OFE01-OK               VALUE '00'.
             88 WRK-FS-OFE01-FIM              VALUE '10'.
             88 WRK-FS-OFE01-INEXISTENTE      VALUE '05' '35'.
          05 WRK-FS-ARQODA01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ODA01-OK               VALUE '00'.
             88 WRK-FS-ODA01-FIM              VALUE '10'.
             88 WRK-FS-ODA01-INEXISTENTE      VALUE '05' '35'.
          05 WRK-FS-ARQRET01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-RET01-OK               VALUE '00'.
             88 WRK-FS-RET01-FIM              VALUE '10'.
             88 WRK-FS-RET01-INEXISTENTE      VALUE '05' '35'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK               VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQCPG01      VALUE 'ARQCPG01'.
          88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
          88 WRK-CN-ARQOFE01      VALUE 'ARQOFE01'.
          88 WRK-CN-ARQODA01      VALUE 'ARQODA01'.
          88 WRK-CN-ARQRET01      VALUE 'ARQRET01'.
          88 WRK-CN-ARQSAI01      VALUE 'ARQSAI01'.
          88 WRK-CN-ARQAUD01      VALUE 'ARQAUD01'.

       77 WRK-SW-FIM-CURSOR       PIC  X(001) VALUE 'N'.
          88 WRK-FIM-CURSOR                   VALUE 'S'.

       77 WRK-SW-OFERTA           PIC  X(001) VALUE 'N'.
          88 WRK-CLIENTE-COM-OFERTA           VALUE 'S'.

       77 WRK-SW-ARQOFE01         PIC  X(001) VALUE 'N'.
          88 WRK-ARQOFE01-ABERTO              VALUE 'S'.

       77 WRK-SW-ARQODA01         PIC  X(001) VALUE 'N'.
          88 WRK-ARQODA01-ABERTO              VALUE 'S'.

       77 WRK-SW-ARQRET01         PIC  X(001) VALUE 'N'.
          88 WRK-ARQRET01-ABERTO              VALUE 'S'.

       77 WRK-SW-FIM-CURSOR-ONDA  PIC  X(001) VALUE 'N'.
          88 WRK-FIM-CURSOR-ONDA              VALUE 'S'.

       77 WRK-SW-CURSOR-ONDA      PIC  X(001) VALUE 'N'.
          88 WRK-CURSOR-ONDA-ABERTO           VALUE 'S'.

       77 WRK-SW-RESPOSTA         PIC  X(001) VALUE 'N'.
          88 WRK-CLIENTE-RESPONDEU            VALUE 'S'.

       77 WRK-SW-BOUNCE           PIC  X(001) VALUE 'N'.
          88 WRK-CLIENTE-COM-BOUNCE           VALUE 'S'.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA'.
      *----------------------------------------------------------------*
      *
           COPY CPG05105.
           COPY OFE03326.
           COPY ODA05112.
           COPY RET05106.
           COPY AUD00105.
           COPY 'I#ERRO01'.

       01 WRK-EMAIL-LIDO          PIC  X(070) VALUE SPACES.
       01 WRK-UF-LIDA             PIC  X(002) VALUE SPACES.
       01 WRK-SEXO-LIDO           PIC  X(001) VALUE SPACES.
      *
      *    CURSOR DAS ONDAS E ONDA GRAVADA NA CAMP_HISTORICO
       01 WRK-CAMPANHA-LIDA       PIC  X(008) VALUE SPACES.
       01 WRK-ONDA-LIDA           PIC S9(004) COMP VALUE ZEROS.
       01 WRK-DAT-CONTATO-LIDA    PIC  X(010) VALUE SPACES.
       01 WRK-NUM-ONDA            PIC S9(004) COMP VALUE +1.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(013)     VALUE
           END-EXEC.
      *
      *    CURSOR AMPLO: UMA UNICA PASSADA PARA TODAS AS CAMPANHAS     *
      *    (A SUPRESSAO DE OPT-OUT/BOUNCE/OBITO E APLICADA NA JUNCAO)  *
           EXEC SQL DECLARE CSR-B069M CURSOR WITH HOLD FOR
              SELECT CCLUB, IPSSOA_COPLT, EEMAIL_PSSOA,
                     CSGL_UF, CSEXO
                  AND   NOT EXISTS
                        (SELECT 1 FROM SUPR_CAMPANHA S
                          WHERE S.CCLUB = INFO_PSSOA.CCLUB
                            AND (S.TIP_SUPRESSAO IN ('O', 'F')
                             OR (S.TIP_SUPRESSAO = 'B'
                                 AND S.EEMAIL =
                                     INFO_PSSOA.EEMAIL_PSSOA)))
              ORDER BY CCLUB
           END-EXEC.
      *
      *    CURSOR DAS ONDAS: ULTIMO CONTATO DE CADA CLIENTE EM CADA    *
      *    CAMPANHA, ANTERIOR A RODADA E DENTRO DA JANELA, SEM CONTATO *
      *    POSTERIOR NA MESMA CAMPANHA (OPT-OUT, OBITO E NAO CONTATAR  *
      *    FORA)                                                       *
           EXEC SQL DECLARE CSR-ONDAS CURSOR WITH HOLD FOR
              SELECT H.CCLUB, H.COD_CAMPANHA, H.NUM_ONDA,
                     CHAR(H.DAT_CONTATO, ISO),
                     P.IPSSOA_COPLT, P.EEMAIL_PSSOA
                  FROM CAMP_HISTORICO H, INFO_PSSOA P
                  WHERE P.CCLUB           = H.CCLUB
                  AND   H.DAT_CONTATO    >= :WRK-DAT-JANELA-DB2
                  AND   H.DAT_CONTATO     < :WRK-DAT-RODADA-DB2
                  AND   H.NUM_ONDA        < 9
                  AND   P.CIND_NAO_CONTATAR NOT EQUAL 'S'
                  AND   NOT EXISTS
                        (SELECT 1 FROM SUPR_CAMPANHA S
                          WHERE S.CCLUB = H.CCLUB
                            AND S.TIP_SUPRESSAO IN ('O', 'F'))
                  AND   NOT EXISTS
                        (SELECT 1 FROM CAMP_HISTORICO N
                          WHERE N.CCLUB        = H.CCLUB
                            AND N.COD_CAMPANHA = H.COD_CAMPANHA
                            AND (N.NUM_ONDA    > H.NUM_ONDA
                             OR  N.DAT_CONTATO > H.DAT_CONTATO))
              ORDER BY H.CCLUB, H.COD_CAMPANHA
           END-EXEC.
      *
      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0512 - FIM DA AREA DE WORKING'.
           PERFORM 2000-CARREGAR-CATALOGO
              UNTIL WRK-FS-CPG01-FIM

           PERFORM 2050-CARREGAR-ONDA
              UNTIL WRK-FS-ODA01-FIM

           IF WRK-ODA-QTDE GREATER ZEROS
              AND NOT WRK-ARQRET01-ABERTO
              DISPLAY '* SEM FEED DE RETORNOS: ONDAS DE '
                      'ACOMPANHAMENTO NAO RODAM'
              MOVE ZEROS               TO WRK-ODA-QTDE
           END-IF

           IF WRK-ODA-QTDE GREATER ZEROS
              PERFORM 2100-CARREGAR-RETORNO
                 UNTIL WRK-FS-RET01-FIM
           END-IF

           IF WRK-CPG-QTDE EQUAL ZEROS
              DISPLAY '* NENHUMA CAMPANHA ATIVA NA DATA DA RODADA'
           ELSE
              PERFORM 3000-PROCESSAR
                 UNTIL WRK-FIM-CURSOR
              IF WRK-ODA-QTDE GREATER ZEROS
                 PERFORM 3150-ABRIR-CURSOR-ONDA
                 PERFORM 3200-PROCESSAR-ONDA
                    UNTIL WRK-FIM-CURSOR-ONDA
              END-IF
           END-IF

           PERFORM 4000-FINALIZAR
           MOVE '-'                    TO WRK-DAT-RODADA-DB2 (8:1)
           MOVE WRK-DAT-RODADA (7:2)   TO WRK-DAT-RODADA-DB2 (9:2)

           COMPUTE WRK-DAT-JANELA =
                   FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WRK-DAT-RODADA)
                    - WRK-DIAS-JANELA-RET)

           MOVE WRK-DAT-JANELA (1:4)   TO WRK-DAT-JANELA-DB2 (1:4)
           MOVE '-'                    TO WRK-DAT-JANELA-DB2 (5:1)
           MOVE WRK-DAT-JANELA (5:2)   TO WRK-DAT-JANELA-DB2 (6:2)
           MOVE '-'                    TO WRK-DAT-JANELA-DB2 (8:1)
           MOVE WRK-DAT-JANELA (7:2)   TO WRK-DAT-JANELA-DB2 (9:2)

           EXEC SQL
               SET CURRENT SQLID = :WRK-QUALIFICADOR-DB2
           END-EXEC
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQOFE01        TO TRUE
           OPEN INPUT ARQOFE01

           IF WRK-FS-OFE01-INEXISTENTE
              SET WRK-FS-OFE01-FIM     TO TRUE
              DISPLAY '* SEM ARQUIVO DE OFERTAS PRE-APROVADAS: '
                      'CAMPANHAS DE OFERTA NAO SELECIONAM CLIENTES'
           ELSE
              IF NOT WRK-FS-OFE01-OK
                 MOVE WRK-FS-ARQOFE01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
              SET WRK-ARQOFE01-ABERTO  TO TRUE
              PERFORM 3750-LER-OFERTA
           END-IF

           SET  WRK-CN-ARQODA01        TO TRUE
           OPEN INPUT ARQODA01

           IF WRK-FS-ODA01-INEXISTENTE
              SET WRK-FS-ODA01-FIM     TO TRUE
           ELSE
              IF NOT WRK-FS-ODA01-OK
                 MOVE WRK-FS-ARQODA01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
              SET WRK-ARQODA01-ABERTO  TO TRUE
              PERFORM 3720-LER-ONDA
           END-IF

           SET  WRK-CN-ARQRET01        TO TRUE
           OPEN INPUT ARQRET01

           IF WRK-FS-RET01-INEXISTENTE
              SET WRK-FS-RET01-FIM     TO TRUE
           ELSE
              IF NOT WRK-FS-RET01-OK
                 MOVE WRK-FS-ARQRET01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
              SET WRK-ARQRET01-ABERTO  TO TRUE
              PERFORM 3730-LER-RETORNO
           END-IF

           SET  WRK-CN-ARQSAI01        TO TRUE
           OPEN OUTPUT ARQSAI01

                    TO WRK-CPG-SELECIONADOS (WRK-CPG-QTDE)
                 MOVE ARQCPG01-QTD-SEGMENTOS
                    TO WRK-CPG-QTD-SEG (WRK-CPG-QTDE)
                 MOVE ARQCPG01-TIP-PUBLICO
                    TO WRK-CPG-TIP-PUBLICO (WRK-CPG-QTDE)
                 DISPLAY '* CAMPANHA ATIVA NA RODADA: '
                         ARQCPG01-COD-CAMPANHA
              WHEN OTHER
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARREGA AS ONDAS DE ACOMPANHAMENTO DAS CAMPANHAS ATIVAS NA  *
      *    RODADA; ONDA DE CAMPANHA FORA DA RODADA OU INVALIDA E       *
      *    IGNORADA                                                    *
      *----------------------------------------------------------------*
       2050-CARREGAR-ONDA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-CPG-IDX

           PERFORM 2060-PROXIMA-CAMPANHA
              UNTIL WRK-CPG-IDX GREATER WRK-CPG-QTDE
                 OR WRK-CPG-CODIGO (WRK-CPG-IDX) EQUAL
                    ARQODA01-COD-CAMPANHA

           EVALUATE TRUE
              WHEN WRK-CPG-IDX GREATER WRK-CPG-QTDE
                 DISPLAY '* ONDA DE CAMPANHA FORA DA RODADA: '
                         ARQODA01-COD-CAMPANHA ' ONDA '
                         ARQODA01-NUM-ONDA
              WHEN ARQODA01-NUM-ONDA NOT NUMERIC
                OR ARQODA01-NUM-ONDA LESS 2
                OR ARQODA01-QTD-DIAS NOT NUMERIC
                OR ARQODA01-QTD-DIAS EQUAL ZEROS
                OR ARQODA01-QTD-DIAS NOT LESS WRK-DIAS-JANELA-RET
                OR NOT ARQODA01-CANAL-VALIDO
                OR NOT ARQODA01-COND-VALIDA
                 DISPLAY '* ONDA INVALIDA IGNORADA: '
                         ARQODA01-REGISTRO
              WHEN WRK-ODA-QTDE LESS 30
                 ADD 1 TO WRK-ODA-QTDE
                 MOVE ARQODA01-COD-CAMPANHA
                    TO WRK-ODA-CAMPANHA (WRK-ODA-QTDE)
                 MOVE ARQODA01-NUM-ONDA
                    TO WRK-ODA-NUM-ONDA (WRK-ODA-QTDE)
                 MOVE ARQODA01-QTD-DIAS
                    TO WRK-ODA-QTD-DIAS (WRK-ODA-QTDE)
                 MOVE ARQODA01-CANAL
                    TO WRK-ODA-CANAL (WRK-ODA-QTDE)
                 MOVE ARQODA01-TIP-CONDICAO
                    TO WRK-ODA-CONDICAO (WRK-ODA-QTDE)
                 MOVE ZEROS
                    TO WRK-ODA-SELECIONADOS (WRK-ODA-QTDE)
                 DISPLAY '* ONDA ATIVA NA RODADA: '
                         ARQODA01-COD-CAMPANHA ' ONDA '
                         ARQODA01-NUM-ONDA
              WHEN OTHER
                 DISPLAY '* LIMITE DE 30 ONDAS ATIVAS EXCEDIDO: '
                         ARQODA01-COD-CAMPANHA ' ONDA '
                         ARQODA01-NUM-ONDA ' IGNORADA'
           END-EVALUATE

           PERFORM 3720-LER-ONDA
           .
      *----------------------------------------------------------------*
       2050-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2060-PROXIMA-CAMPANHA SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-CPG-IDX
           .
      *----------------------------------------------------------------*
       2060-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GUARDA OS BOUNCES E RESPOSTAS DO FEED DENTRO DA JANELA DAS  *
      *    ONDAS (DATA DD.MM.AAAA CONVERTIDA PARA AAAAMMDD)            *
      *----------------------------------------------------------------*
       2100-CARREGAR-RETORNO SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT ARQRET01-RET-BOUNCE
              AND NOT ARQRET01-RET-RESPOSTA
              GO TO 2100-CONTINUA
           END-IF

           IF ARQRET01-COD-CLIENTE NOT NUMERIC
              OR ARQRET01-COD-CLIENTE EQUAL ZEROS
              GO TO 2100-CONTINUA
           END-IF

           MOVE ARQRET01-DAT-RETORNO   TO WRK-DAT-RETORNO-X
           MOVE WRK-RET-ANO            TO WRK-RET-AAAA
           MOVE WRK-RET-MES            TO WRK-RET-MM
           MOVE WRK-RET-DIA            TO WRK-RET-DD

           IF WRK-DAT-RETORNO-AMD NOT NUMERIC
              GO TO 2100-CONTINUA
           END-IF

           MOVE WRK-DAT-RETORNO-AMD    TO WRK-DAT-RETORNO

           IF WRK-DAT-RETORNO LESS WRK-DAT-JANELA
              GO TO 2100-CONTINUA
           END-IF

           IF WRK-RET-QTDE NOT LESS 5000
              DISPLAY '* TABELA DE RETORNOS ESGOTADA (5000)'
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           ADD 1 TO WRK-RET-QTDE
           MOVE ARQRET01-COD-CLIENTE   TO WRK-RET-CCLUB (WRK-RET-QTDE)
           MOVE ARQRET01-TIP-RETORNO   TO WRK-RET-TIPO (WRK-RET-QTDE)
           MOVE WRK-DAT-RETORNO        TO WRK-RET-DATA (WRK-RET-QTDE).

       2100-CONTINUA.

           PERFORM 3730-LER-RETORNO
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    AVALIA O CLIENTE DO CURSOR CONTRA TODAS AS CAMPANHAS        *
      *    ATIVAS (UMA UNICA PASSADA PARA O CONJUNTO)                  *
      *----------------------------------------------------------------*
       3000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3050-POSICIONAR-OFERTA

           PERFORM 3100-AVALIAR-CAMPANHA
              VARYING WRK-CPG-IDX FROM 1 BY 1
              UNTIL WRK-CPG-IDX GREATER WRK-CPG-QTDE
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CASA O CLIENTE DO CURSOR COM AS OFERTAS PRE-APROVADAS      *
      *    (AMBOS EM ORDEM DE CCLUB): AVANCA AS OFERTAS ATE O CLIENTE  *
      *    E MARCA SE HA OFERTA AINDA VALIDA NA DATA DA RODADA         *
      *----------------------------------------------------------------*
       3050-POSICIONAR-OFERTA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-SW-OFERTA

           PERFORM 3750-LER-OFERTA
              UNTIL WRK-FS-OFE01-FIM
                 OR ARQOFE01-COD-CLIENTE NOT LESS WRK-CCLUB-LIDO

           IF NOT WRK-FS-OFE01-FIM
              AND ARQOFE01-COD-CLIENTE EQUAL WRK-CCLUB-LIDO
              AND ARQOFE01-DAT-VALIDADE NOT LESS WRK-DAT-RODADA
              SET WRK-CLIENTE-COM-OFERTA TO TRUE
              ADD 1 TO ACU-CLIENTES-COM-OFERTA
           END-IF
           .
      *----------------------------------------------------------------*
       3050-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3100-AVALIAR-CAMPANHA SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-CPG-PUBLICO-OFERTA (WRK-CPG-IDX)
              AND NOT WRK-CLIENTE-COM-OFERTA
              GO TO 3100-99-FIM
           END-IF

           IF WRK-CPG-UF (WRK-CPG-IDX) NOT EQUAL '**'
              AND WRK-CPG-UF (WRK-CPG-IDX) NOT EQUAL WRK-UF-LIDA
              GO TO 3100-99-FIM
           MOVE WRK-CCLUB-LIDO         TO WRK-EXT-COD-CLIENTE
           MOVE WRK-NOM-LIDO           TO WRK-EXT-NOM-CLIENTE
           MOVE WRK-EMAIL-LIDO         TO WRK-EXT-EMAIL
           MOVE 1                      TO WRK-NUM-ONDA
                                          WRK-EXT-NUM-ONDA

           PERFORM 3900-GRAVAR-EXTRATO
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ABRE O CURSOR DAS ONDAS DEPOIS DA PASSADA PRINCIPAL (OS     *
      *    CONTATOS DA ONDA 1 DE HOJE JA ENCERRAM A JORNADA ANTERIOR)  *
      *----------------------------------------------------------------*
       3150-ABRIR-CURSOR-ONDA SECTION.
      *----------------------------------------------------------------*
      *
           EXEC SQL
               OPEN CSR-ONDAS
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              MOVE 'CAMP_HIST'     TO WRK-TABELA
              MOVE SQLCODE         TO WRK-SQLCODE
              PERFORM 9300-ERRO-DB2
           END-IF

           SET WRK-CURSOR-ONDA-ABERTO  TO TRUE

           PERFORM 3860-LER-CURSOR-ONDA
           .
      *----------------------------------------------------------------*
       3150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3200-PROCESSAR-ONDA SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3210-AVALIAR-ONDA

           ADD 1 TO WRK-CONT-COMMIT
           IF WRK-CONT-COMMIT NOT LESS WRK-QTDE-REGS-COMMIT
              PERFORM 3960-COMMIT-DB2
           END-IF

           PERFORM 3860-LER-CURSOR-ONDA
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    SELECIONA O CLIENTE PARA A ONDA SEGUINTE DA CAMPANHA QUANDO *
      *    O PRAZO DA ONDA VENCEU E A CONDICAO E ATENDIDA PELOS        *
      *    RETORNOS POSTERIORES AO ULTIMO CONTATO                      *
      *----------------------------------------------------------------*
       3210-AVALIAR-ONDA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-ODA-IDX

           PERFORM 3220-PROXIMA-ONDA
              UNTIL WRK-ODA-IDX GREATER WRK-ODA-QTDE
                 OR (WRK-ODA-CAMPANHA (WRK-ODA-IDX) EQUAL
                     WRK-CAMPANHA-LIDA
                     AND WRK-ODA-NUM-ONDA (WRK-ODA-IDX) EQUAL
                         WRK-ONDA-LIDA + 1)

           IF WRK-ODA-IDX GREATER WRK-ODA-QTDE
              GO TO 3210-99-FIM
           END-IF

           MOVE WRK-DAT-CONTATO-LIDA (1:4) TO WRK-DAT-CONTATO (1:4)
           MOVE WRK-DAT-CONTATO-LIDA (6:2) TO WRK-DAT-CONTATO (5:2)
           MOVE WRK-DAT-CONTATO-LIDA (9:2) TO WRK-DAT-CONTATO (7:2)

           IF WRK-DAT-CONTATO NOT NUMERIC
              GO TO 3210-99-FIM
           END-IF

           IF FUNCTION INTEGER-OF-DATE (WRK-DAT-CONTATO)
              + WRK-ODA-QTD-DIAS (WRK-ODA-IDX) GREATER
              FUNCTION INTEGER-OF-DATE (WRK-DAT-RODADA)
              GO TO 3210-99-FIM
           END-IF

           MOVE 'N'                    TO WRK-SW-RESPOSTA
                                          WRK-SW-BOUNCE

           PERFORM 3230-VERIFICAR-RETORNO
              VARYING WRK-RET-IDX FROM 1 BY 1
              UNTIL WRK-RET-IDX GREATER WRK-RET-QTDE

           IF WRK-CLIENTE-RESPONDEU
              GO TO 3210-99-FIM
           END-IF

           IF WRK-ODA-COND-BOUNCE (WRK-ODA-IDX)
              IF NOT WRK-CLIENTE-COM-BOUNCE
                 GO TO 3210-99-FIM
              END-IF
           ELSE
              IF WRK-CLIENTE-COM-BOUNCE
                 GO TO 3210-99-FIM
              END-IF
           END-IF

           ADD 1 TO WRK-ODA-SELECIONADOS (WRK-ODA-IDX)
           ADD 1 TO ACU-GRAVA-ONDAS

           MOVE WRK-CAMPANHA-LIDA      TO WRK-EXT-COD-CAMPANHA
           MOVE WRK-ODA-CANAL (WRK-ODA-IDX)
                                       TO WRK-EXT-CANAL
           MOVE WRK-CCLUB-LIDO         TO WRK-EXT-COD-CLIENTE
           MOVE WRK-NOM-LIDO           TO WRK-EXT-NOM-CLIENTE
           MOVE WRK-EMAIL-LIDO         TO WRK-EXT-EMAIL
           MOVE WRK-ODA-NUM-ONDA (WRK-ODA-IDX)
                                       TO WRK-NUM-ONDA
                                          WRK-EXT-NUM-ONDA

           PERFORM 3900-GRAVAR-EXTRATO
           .
      *----------------------------------------------------------------*
       3210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3220-PROXIMA-ONDA SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-ODA-IDX
           .
      *----------------------------------------------------------------*
       3220-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    MARCA RESPOSTA/BOUNCE DO CLIENTE DESDE O ULTIMO CONTATO     *
      *----------------------------------------------------------------*
       3230-VERIFICAR-RETORNO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-RET-CCLUB (WRK-RET-IDX) EQUAL WRK-CCLUB-LIDO
              AND WRK-RET-DATA (WRK-RET-IDX) NOT LESS WRK-DAT-CONTATO
              IF WRK-RET-TIPO (WRK-RET-IDX) EQUAL 'R'
                 SET WRK-CLIENTE-RESPONDEU  TO TRUE
              ELSE
                 SET WRK-CLIENTE-COM-BOUNCE TO TRUE
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3230-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3700-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3720-LER-ONDA SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQODA01        TO TRUE

           READ ARQODA01 INTO ARQODA01-REGISTRO

           IF WRK-FS-ODA01-OK OR WRK-FS-ODA01-FIM
              IF WRK-FS-ODA01-OK
                 ADD 1 TO ACU-LIDOS-ONDAS
              END-IF
           ELSE
              MOVE WRK-FS-ARQODA01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3720-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3730-LER-RETORNO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQRET01        TO TRUE

           READ ARQRET01 INTO ARQRET01-REGISTRO

           IF WRK-FS-RET01-OK OR WRK-FS-RET01-FIM
              IF WRK-FS-RET01-OK
                 ADD 1 TO ACU-LIDOS-RETORNOS
              END-IF
           ELSE
              MOVE WRK-FS-ARQRET01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3730-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3750-LER-OFERTA SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQOFE01        TO TRUE

           READ ARQOFE01 INTO ARQOFE01-REGISTRO

           IF WRK-FS-OFE01-OK OR WRK-FS-OFE01-FIM
              IF WRK-FS-OFE01-OK
                 ADD 1 TO ACU-LIDOS-ARQOFE01
              END-IF
           ELSE
              MOVE WRK-FS-ARQOFE01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3750-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3800-LER-CURSOR SECTION.
      *----------------------------------------------------------------*
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3860-LER-CURSOR-ONDA SECTION.
      *----------------------------------------------------------------*
      *
           EXEC SQL
               FETCH CSR-ONDAS
                  INTO :WRK-CCLUB-LIDO,
                       :WRK-CAMPANHA-LIDA,
                       :WRK-ONDA-LIDA,
                       :WRK-DAT-CONTATO-LIDA,
                       :WRK-NOM-LIDO,
                       :WRK-EMAIL-LIDO
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE EQUAL ZEROS
                 ADD 1 TO ACU-LIDOS-CURSOR-ONDA
              WHEN SQLCODE EQUAL +100
                 SET WRK-FIM-CURSOR-ONDA TO TRUE
              WHEN OTHER
                 MOVE 'CAMP_HIST'      TO WRK-TABELA
                 MOVE SQLCODE          TO WRK-SQLCODE
                 PERFORM 9300-ERRO-DB2
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3860-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA A LINHA DO EXTRATO E REGISTRA O CONTATO               *
      *----------------------------------------------------------------*
       3900-GRAVAR-EXTRATO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQSAI01        TO TRUE

           WRITE FD-ARQSAI01 FROM WRK-EXT-REGISTRO

           IF WRK-FS-SAI01-OK
              ADD 1 TO ACU-GRAVA-ARQSAI01
           ELSE
              MOVE WRK-FS-ARQSAI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3920-INSERIR-HISTORICO
           .
      *----------------------------------------------------------------*
       3900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    REGISTRA O CONTATO DA CAMPANHA NA CAMP_HISTORICO, COM A     *
      *    ONDA DA JORNADA                                             *
      *----------------------------------------------------------------*
       3920-INSERIR-HISTORICO SECTION.
      *----------------------------------------------------------------*
      *
           EXEC SQL
               INSERT INTO CAMP_HISTORICO
                      (CCLUB, COD_CAMPANHA, DAT_CONTATO, NUM_ONDA)
                      VALUES (:WRK-CCLUB-LIDO,
                              :WRK-EXT-COD-CAMPANHA,
                              :WRK-DAT-RODADA-DB2,
                              :WRK-NUM-ONDA)
           END-EXEC

           IF SQLCODE EQUAL ZEROS
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    EXIBE O ENCERRAMENTO POR ONDA DE ACOMPANHAMENTO             *
      *----------------------------------------------------------------*
       4110-EXIBIR-ONDA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-ODA-SELECIONADOS (WRK-ODA-IDX) TO WRK-MASK-QTDE
           DISPLAY '* ' WRK-ODA-CAMPANHA (WRK-ODA-IDX)
                   ' ONDA ' WRK-ODA-NUM-ONDA (WRK-ODA-IDX)
                   ' SELECIONADOS: ' WRK-MASK-QTDE ' *'
           .
      *----------------------------------------------------------------*
       4110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE FINALIZACAO DO PROGRAMA                           *
      *----------------------------------------------------------------*
       4000-FINALIZAR SECTION.
               CLOSE CSR-B069M
           END-EXEC

           IF WRK-CURSOR-ONDA-ABERTO
              EXEC SQL
                  CLOSE CSR-ONDAS
              END-EXEC
           END-IF

           PERFORM 3960-COMMIT-DB2

           PERFORM 3980-GRAVAR-AUDITORIA
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-ARQOFE01-ABERTO
              SET  WRK-CN-ARQOFE01     TO TRUE
              CLOSE ARQOFE01
           END-IF

           IF WRK-ARQODA01-ABERTO
              SET  WRK-CN-ARQODA01     TO TRUE
              CLOSE ARQODA01
           END-IF

           IF WRK-ARQRET01-ABERTO
              SET  WRK-CN-ARQRET01     TO TRUE
              CLOSE ARQRET01
           END-IF

           SET  WRK-CN-ARQSAI01        TO TRUE
           CLOSE ARQSAI01
           IF NOT WRK-FS-SAI01-OK
           DISPLAY '* QTDE LINHAS DO EXTRATO     : ' WRK-MASK-QTDE  '*'
           MOVE ACU-HISTORICO          TO WRK-MASK-QTDE
           DISPLAY '* QTDE CONTATOS REGISTRADOS  : ' WRK-MASK-QTDE  '*'
           MOVE ACU-CLIENTES-COM-OFERTA
                                       TO WRK-MASK-QTDE
           DISPLAY '* QTDE CLIENTES COM OFERTA   : ' WRK-MASK-QTDE  '*'
           MOVE WRK-ODA-QTDE           TO WRK-MASK-QTDE
           DISPLAY '* QTDE ONDAS ATIVAS          : ' WRK-MASK-QTDE  '*'
           MOVE ACU-LIDOS-CURSOR-ONDA  TO WRK-MASK-QTDE
           DISPLAY '* QTDE CONTATOS AVALIADOS    : ' WRK-MASK-QTDE  '*'
           MOVE ACU-GRAVA-ONDAS        TO WRK-MASK-QTDE
           DISPLAY '* QTDE SELECIONADOS EM ONDAS : ' WRK-MASK-QTDE  '*'

           PERFORM 4100-EXIBIR-CAMPANHA
              VARYING WRK-CPG-IDX FROM 1 BY 1
              UNTIL WRK-CPG-IDX GREATER WRK-CPG-QTDE

           PERFORM 4110-EXIBIR-ONDA
              VARYING WRK-ODA-IDX FROM 1 BY 1
              UNTIL WRK-ODA-IDX GREATER WRK-ODA-QTDE

           DISPLAY '*                                                *'
           DISPLAY '* ' WRK-PROGRAMA ' FIM NORMAL                    *'
           DISPLAY '**************************************************'
