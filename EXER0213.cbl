      *                    TRANSFERENCIAS QUEBRADAS (TRQ02105); O      *
      *                    TRAILER DO ENVELOPE E REGRAVADO COM A       *
      *                    QTDE AJUSTADA. RODA ANTES DO EXER0205.      *
      *                    A PERNA 'T' SEM PERNA 'R' CUJA CONTRAPARTE  *
      *                    CONSTA DO CADASTRO DE FAVORECIDOS EM OUTROS *
      *                    BANCOS (FAV02234) E UMA TED: SEGUE NO       *
      *                    MOVIMENTO (DEBITO DO EMISSOR) E E GRAVADA   *
      *                    NA REMESSA A CAMARA (TED02234), BAIXADA     *
      *                    PELO RETORNO DA CAMARA NO EXER0234.         *
      *                    PERNA ENVIADA POR CLIENTE FALECIDO ('F' NO  *
      *                    CADASTRO, EXER0621) E QUEBRADA COM MOTIVO   *
      *                    10: O ESPOLIO NAO ADMITE DEBITOS.           *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQENT01                                  ENT02105        *
      *      ARQSAI01 (MOVIMENTO APROVADO)             ENT02105        *
      *      ARQTRQ01                                  TRQ02105        *
      *      ARQTED01 (REMESSA DE TED A CAMARA)        TED02234        *
      *      ARQFAV01 (OPCIONAL)                       FAV02234        *
      *      ARQBLQ01 (OPCIONAL)                       BLQ02105        *
      *      ARQCLI01 (OPCIONAL)                       CLI02105        *
      *      ARQAUD01                                  AUD00105        *
           SELECT ARQTRQ01 ASSIGN      TO UT-S-ARQTRQ01
                      FILE STATUS      IS WRK-FS-ARQTRQ01.

           SELECT ARQTED01 ASSIGN      TO UT-S-ARQTED01
                      FILE STATUS      IS WRK-FS-ARQTED01.

           SELECT OPTIONAL ARQFAV01 ASSIGN TO UT-S-ARQFAV01
                      FILE STATUS      IS WRK-FS-ARQFAV01.

           SELECT OPTIONAL ARQBLQ01 ASSIGN TO UT-S-ARQBLQ01
                      FILE STATUS      IS WRK-FS-ARQBLQ01.

           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQTRQ01             PIC X(081).

      *---------------------------------------------------------------*
      *   OUTPUT:     REMESSA DE TEDS A CAMARA                        *
      *               ORG. SEQUENCIAL   -   LRECL = 120               *
      *---------------------------------------------------------------*

       FD  ARQTED01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQTED01             PIC X(120).

      *---------------------------------------------------------------*
      *   INPUT:      FAVORECIDOS EM OUTROS BANCOS (OPCIONAL)         *
      *               ORG. SEQUENCIAL   -   LRECL = 080               *
      *---------------------------------------------------------------*

       FD  ARQFAV01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQFAV01             PIC X(080).

      *---------------------------------------------------------------*
      *   INPUT:      LISTA DE CPFS BLOQUEADOS (OPCIONAL)             *
      *               ORG. SEQUENCIAL   -   LRECL = 051               *
           03 ACU-PERNAS-EXCEDENTES  PIC 9(007) VALUE ZEROS.
           03 ACU-DADOS-GRAVADOS     PIC 9(009) VALUE ZEROS.
           03 ACU-DEBITOS-INGERIDOS  PIC 9(007) VALUE ZEROS.
           03 ACU-TEDS-ENVIADAS      PIC 9(007) VALUE ZEROS.
      *
       01 WRK-SW-TRAILER          PIC  X(001) VALUE 'N'.
          88 WRK-TRAILER-VISTO                VALUE 'S'.
       01 WRK-SW-CPF-APTO         PIC  X(001) VALUE 'S'.
          88 WRK-CPF-APTO                     VALUE 'S'.
          88 WRK-CPF-INAPTO                   VALUE 'N'.
      *
       01 WRK-SW-CPF-FALECIDO     PIC  X(001) VALUE 'N'.
          88 WRK-CPF-FALECIDO                 VALUE 'S'.
          88 WRK-CPF-NAO-FALECIDO             VALUE 'N'.
      *
      *----------------------------------------------------------------*
      *    TABELA DAS PERNAS DE TRANSFERENCIA DO ARQUIVO (ATE 500);    *
      *    STATUS: 'P' PENDENTE / 'A' APROVADA / 'Q' QUEBRADA /        *
      *            'X' TED PARA OUTRO BANCO (APROVADA SEM PERNA 'R')   *
      *----------------------------------------------------------------*
       77 WRK-TRF-QTDE            PIC  9(003) VALUE ZEROS.
       77 WRK-TRF-IDX             PIC  9(003) VALUE ZEROS.
             10 WRK-TRF-STATUS    PIC X(001).
             10 WRK-TRF-MOTIVO    PIC 9(002).
             10 WRK-TRF-DESC-MOTIVO PIC X(030).
             10 WRK-TRF-IDX-FAV   PIC 9(003).
      *
      *----------------------------------------------------------------*
      *    TABELA DOS FAVORECIDOS EM OUTROS BANCOS E IDENTIFICACAO DO  *
      *    ENVELOPE LIDO (COMPOE O ID DA TED)                          *
      *----------------------------------------------------------------*
       77 WRK-FAV-QTDE            PIC  9(003) VALUE ZEROS.
       77 WRK-FAV-IDX             PIC  9(003) VALUE ZEROS.
       77 WRK-DAT-ENVELOPE        PIC  9(008) VALUE ZEROS.
       77 WRK-SEQ-ENVELOPE        PIC  9(004) VALUE ZEROS.
      *
       01 WRK-FAV-TABELA.
          05 WRK-FAV-LINHA        OCCURS 500 TIMES.
             10 WRK-FAV-CPF-EMISSOR    PIC 9(011).
             10 WRK-FAV-CPF-FAVORECIDO PIC 9(011).
             10 WRK-FAV-ISPB           PIC 9(008).
             10 WRK-FAV-AGENCIA        PIC 9(004).
             10 WRK-FAV-CONTA          PIC 9(012).
      *
      *----------------------------------------------------------------*
      *    AREA DA LISTA DE BLOQUEIO DE CPFS                           *
             88 WRK-FS-SAI01-OK               VALUE '00'.
          05 WRK-FS-ARQTRQ01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-TRQ01-OK               VALUE '00'.
          05 WRK-FS-ARQTED01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-TED01-OK               VALUE '00'.
          05 WRK-FS-ARQFAV01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-FAV01-OK               VALUE '00'.
             88 WRK-FS-FAV01-FIM              VALUE '10'.
          05 WRK-FS-ARQBLQ01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-BLQ01-OK               VALUE '00'.
             88 WRK-FS-BLQ01-FIM              VALUE '10'.
          88 WRK-CN-ARQENT01      VALUE 'ENT02105'.
          88 WRK-CN-ARQSAI01      VALUE 'ENT02105'.
          88 WRK-CN-ARQTRQ01      VALUE 'TRQ02105'.
          88 WRK-CN-ARQTED01      VALUE 'TED02234'.
          88 WRK-CN-ARQFAV01      VALUE 'FAV02234'.
          88 WRK-CN-ARQBLQ01      VALUE 'BLQ02105'.
          88 WRK-CN-ARQDEB01      VALUE 'ENT02105'.
          88 WRK-CN-ARQCLI01      VALUE 'CLI02105'.
      *
           COPY ENT02105.
           COPY TRQ02105.
           COPY TED02234.
           COPY FAV02234.
           COPY BLQ02105.
           COPY CLI02105.
           COPY HDT00105.
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQTED01        TO TRUE
           OPEN OUTPUT ARQTED01

           IF NOT WRK-FS-TED01-OK
              MOVE WRK-FS-ARQTED01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQAUD01        TO TRUE
           OPEN EXTEND ARQAUD01

           END-IF

           PERFORM 3709-CARREGAR-BLOQUEADOS

           PERFORM 3712-CARREGAR-FAVORECIDOS
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARREGA EM MEMORIA O CADASTRO DE FAVORECIDOS EM OUTROS      *
      *    BANCOS (OPCIONAL; SEM ELE NENHUMA TED E ENVIADA)            *
      *----------------------------------------------------------------*
       3712-CARREGAR-FAVORECIDOS SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQFAV01        TO TRUE
           OPEN INPUT ARQFAV01

           IF WRK-FS-FAV01-OK
              PERFORM 3713-LER-FAVORECIDO
              PERFORM 3714-ACUMULAR-FAVORECIDO
                 UNTIL WRK-FS-FAV01-FIM
              CLOSE ARQFAV01
              DISPLAY '* FAVORECIDOS CARREGADOS    : ' WRK-FAV-QTDE
           END-IF
           .
      *----------------------------------------------------------------*
       3712-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3713-LER-FAVORECIDO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQFAV01        TO TRUE

           READ ARQFAV01 INTO ARQFAV01-REGISTRO

           IF WRK-FS-FAV01-OK OR WRK-FS-FAV01-FIM
              CONTINUE
           ELSE
              MOVE WRK-FS-ARQFAV01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3713-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3714-ACUMULAR-FAVORECIDO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-FAV-QTDE LESS 500
              AND ARQFAV01-CPF-EMISSOR NUMERIC
              AND ARQFAV01-CPF-FAVORECIDO NUMERIC
              ADD 1 TO WRK-FAV-QTDE
              MOVE ARQFAV01-CPF-EMISSOR
                                  TO WRK-FAV-CPF-EMISSOR (WRK-FAV-QTDE)
              MOVE ARQFAV01-CPF-FAVORECIDO
                               TO WRK-FAV-CPF-FAVORECIDO (WRK-FAV-QTDE)
              MOVE ARQFAV01-ISPB-DESTINO
                                  TO WRK-FAV-ISPB (WRK-FAV-QTDE)
              MOVE ARQFAV01-AGENCIA-DESTINO
                                  TO WRK-FAV-AGENCIA (WRK-FAV-QTDE)
              MOVE ARQFAV01-CONTA-DESTINO
                                  TO WRK-FAV-CONTA (WRK-FAV-QTDE)
           END-IF

           PERFORM 3713-LER-FAVORECIDO
           .
      *----------------------------------------------------------------*
       3714-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PASSAGEM 1: COLETA NA TABELA AS PERNAS DE TRANSFERENCIA     *
      *----------------------------------------------------------------*
       2000-COLETAR-PERNAS SECTION.
       2100-TRATAR-LEITURA-1 SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQENT01-REGISTRO (1:3) EQUAL 'HDR'
              MOVE ARQENT01-REGISTRO (1:16) TO ARQHDR01-REGISTRO
              IF ARQHDR01-DAT-GERACAO NUMERIC
                 MOVE ARQHDR01-DAT-GERACAO TO WRK-DAT-ENVELOPE
              END-IF
              IF ARQHDR01-NUM-SEQ NUMERIC
                 MOVE ARQHDR01-NUM-SEQ  TO WRK-SEQ-ENVELOPE
              END-IF
           END-IF

           IF ARQENT01-REGISTRO (1:3) NOT EQUAL 'HDR'
              AND ARQENT01-REGISTRO (1:3) NOT EQUAL 'TRL'
              ADD 1 TO ACU-LIDOS-ARQENT01
              MOVE ZEROS               TO WRK-TRF-MOTIVO (WRK-TRF-QTDE)
              MOVE SPACES              TO WRK-TRF-DESC-MOTIVO
                                          (WRK-TRF-QTDE)
              MOVE ZEROS               TO WRK-TRF-IDX-FAV (WRK-TRF-QTDE)
           ELSE
              ADD 1 TO ACU-PERNAS-EXCEDENTES
           END-IF
              PERFORM 2520-PROCURAR-PERNA-R

              IF WRK-TRF-IDX-PAR EQUAL ZEROS
                 PERFORM 2540-VERIFICAR-TED
              ELSE
                 PERFORM 2530-CRITICAR-PAR
              END-IF
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CRITICA O PAR CASADO: DIGITO, BLOQUEIO E CADASTRO DOS DOIS  *
      *    CPFS E EMISSOR FALECIDO; REPROVACAO QUEBRA AS DUAS PERNAS   *
      *----------------------------------------------------------------*
       2530-CRITICAR-PAR SECTION.
      *----------------------------------------------------------------*
                                       TO WRK-DESC-MOTIVO-PAR
           END-IF

           IF WRK-CPF-FALECIDO AND WRK-MOTIVO-PAR EQUAL ZEROS
              MOVE 10                  TO WRK-MOTIVO-PAR
              MOVE 'EMISSOR FALECIDO (ESPOLIO)'
                                       TO WRK-DESC-MOTIVO-PAR
           END-IF

           IF WRK-MOTIVO-PAR EQUAL ZEROS
              MOVE WRK-TRF-CONTRAPARTE (WRK-TRF-IDX)
                                       TO WRK-CPF-TRABALHO
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PERNA 'T' SEM PERNA 'R': SE A CONTRAPARTE E FAVORECIDO DO   *
      *    EMISSOR EM OUTRO BANCO, A PERNA E UMA TED ('X'), DESDE QUE  *
      *    EM BRL E COM O CPF EMISSOR APROVADO E NAO FALECIDO; SENAO   *
      *    FICA QUEBRADA                                               *
      *----------------------------------------------------------------*
       2540-VERIFICAR-TED SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1                      TO WRK-FAV-IDX

           PERFORM 2545-PROXIMO-FAVORECIDO
              UNTIL WRK-FAV-IDX GREATER WRK-FAV-QTDE
                 OR (WRK-FAV-CPF-EMISSOR (WRK-FAV-IDX) EQUAL
                     WRK-TRF-CPF (WRK-TRF-IDX)
                 AND WRK-FAV-CPF-FAVORECIDO (WRK-FAV-IDX) EQUAL
                     WRK-TRF-CONTRAPARTE (WRK-TRF-IDX))

           IF WRK-FAV-IDX GREATER WRK-FAV-QTDE
              MOVE 'Q'                 TO WRK-TRF-STATUS (WRK-TRF-IDX)
              MOVE 05                  TO WRK-TRF-MOTIVO (WRK-TRF-IDX)
              MOVE 'PERNA RECEBEDORA NAO ACHADA'
                                       TO WRK-TRF-DESC-MOTIVO
                                          (WRK-TRF-IDX)
              GO TO 2540-99-FIM
           END-IF

           IF WRK-TRF-MOEDA (WRK-TRF-IDX) NOT EQUAL 'BRL'
              MOVE 'Q'                 TO WRK-TRF-STATUS (WRK-TRF-IDX)
              MOVE 09                  TO WRK-TRF-MOTIVO (WRK-TRF-IDX)
              MOVE 'TED PERMITIDA SO EM BRL'
                                       TO WRK-TRF-DESC-MOTIVO
                                          (WRK-TRF-IDX)
              GO TO 2540-99-FIM
           END-IF

           MOVE WRK-TRF-CPF (WRK-TRF-IDX)
                                       TO WRK-CPF-TRABALHO
           PERFORM 2560-CRITICAR-CPF

           IF WRK-CPF-INAPTO
              MOVE 'Q'                 TO WRK-TRF-STATUS (WRK-TRF-IDX)
              MOVE 01                  TO WRK-TRF-MOTIVO (WRK-TRF-IDX)
              MOVE 'CPF EMISSOR REPROVADO'
                                       TO WRK-TRF-DESC-MOTIVO
                                          (WRK-TRF-IDX)
              GO TO 2540-99-FIM
           END-IF

           IF WRK-CPF-FALECIDO
              MOVE 'Q'                 TO WRK-TRF-STATUS (WRK-TRF-IDX)
              MOVE 10                  TO WRK-TRF-MOTIVO (WRK-TRF-IDX)
              MOVE 'EMISSOR FALECIDO (ESPOLIO)'
                                       TO WRK-TRF-DESC-MOTIVO
                                          (WRK-TRF-IDX)
           ELSE
              MOVE 'X'                 TO WRK-TRF-STATUS (WRK-TRF-IDX)
              MOVE WRK-FAV-IDX         TO WRK-TRF-IDX-FAV (WRK-TRF-IDX)
           END-IF
           .
      *----------------------------------------------------------------*
       2540-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2545-PROXIMO-FAVORECIDO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-FAV-IDX
           .
      *----------------------------------------------------------------*
       2545-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CRITICA UM CPF (WRK-CPF-TRABALHO): DIGITO VERIFICADOR,      *
      *    LISTA DE BLOQUEIO E, SE PRESENTE, CADASTRO DE CLIENTES      *
      *    (QUE TAMBEM INDICA O CLIENTE FALECIDO)                      *
      *----------------------------------------------------------------*
       2560-CRITICAR-CPF SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-CPF-APTO            TO TRUE
           SET WRK-CPF-NAO-FALECIDO    TO TRUE

           PERFORM 3050-VALIDA-CPF

              SET  WRK-CN-READ         TO TRUE
              SET  WRK-CN-ARQCLI01     TO TRUE

              READ ARQCLI01 INTO ARQCLI01-REGISTRO

              EVALUATE TRUE
                 WHEN WRK-FS-CLI01-OK
                    IF ARQCLI01-RELAC-FALECIDO
                       SET WRK-CPF-FALECIDO TO TRUE
                    END-IF
                 WHEN WRK-FS-CLI01-NAO-ENCONTRADO
                    SET WRK-CPF-INAPTO TO TRUE
                 WHEN OTHER
              IF WRK-TRF-STATUS (WRK-TRF-SEQ-RELIDA) EQUAL 'A'
                 PERFORM 3900-GRAVAR-APROVADO
                 ADD 1 TO ACU-DADOS-GRAVADOS
              ELSE
              IF WRK-TRF-STATUS (WRK-TRF-SEQ-RELIDA) EQUAL 'X'
                 PERFORM 3900-GRAVAR-APROVADO
                 ADD 1 TO ACU-DADOS-GRAVADOS
                 PERFORM 3960-GRAVAR-TED
              ELSE
                 MOVE WRK-TRF-MOTIVO (WRK-TRF-SEQ-RELIDA)
                                       TO WRK-MOTIVO-PAR
                                       TO WRK-DESC-MOTIVO-PAR
                 PERFORM 3950-GRAVAR-QUEBRADA
              END-IF
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    INGERE OS DEBITOS DE TARIFA GERADOS PELO EXER0216 E OS DE   *
      *    JUROS DE CHEQUE ESPECIAL DO EXER0230 (CONCATENADOS NO DD)   *
      *    NO MOVIMENTO APROVADO (MESMO BOOK ENT02105); ARQUIVO        *
      *    OPCIONAL, INGERIDO UMA UNICA VEZ POR RODADA                 *
      *----------------------------------------------------------------*
       3250-INGERIR-DEBITOS SECTION.
                 UNTIL WRK-FS-DEB01-FIM
              CLOSE ARQDEB01
              MOVE ACU-DEBITOS-INGERIDOS TO WRK-MASK-QTDE
              DISPLAY '* DEBITOS TARIFA/JUROS INGERIDOS: ' WRK-MASK-QTDE
           END-IF
           .
      *----------------------------------------------------------------*
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA A TED NA REMESSA A CAMARA, PENDENTE DE LIQUIDACAO     *
      *----------------------------------------------------------------*
       3960-GRAVAR-TED SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-TRF-IDX-FAV (WRK-TRF-SEQ-RELIDA) TO WRK-FAV-IDX

           INITIALIZE                 ARQTED01-REGISTRO

           ADD 1 TO ACU-TEDS-ENVIADAS

           MOVE WRK-DAT-ENVELOPE      TO ARQTED01-DAT-ENVELOPE
           MOVE WRK-SEQ-ENVELOPE      TO ARQTED01-SEQ-ENVELOPE
           MOVE ACU-TEDS-ENVIADAS     TO ARQTED01-SEQ-TED
           MOVE ARQENT01-DAT-DEPOS (7:4)
                                      TO ARQTED01-DAT-MOVIMENTO (1:4)
           MOVE ARQENT01-DAT-DEPOS (4:2)
                                      TO ARQTED01-DAT-MOVIMENTO (5:2)
           MOVE ARQENT01-DAT-DEPOS (1:2)
                                      TO ARQTED01-DAT-MOVIMENTO (7:2)
           MOVE ARQENT01-CPF          TO ARQTED01-CPF-EMISSOR
           IF ARQENT01-NUM-CONTA NUMERIC
              MOVE ARQENT01-NUM-CONTA TO ARQTED01-NUM-CONTA
           ELSE
              MOVE 1                  TO ARQTED01-NUM-CONTA
           END-IF
           MOVE WRK-FAV-CPF-FAVORECIDO (WRK-FAV-IDX)
                                      TO ARQTED01-CPF-FAVORECIDO
           MOVE WRK-FAV-ISPB (WRK-FAV-IDX)
                                      TO ARQTED01-ISPB-DESTINO
           MOVE WRK-FAV-AGENCIA (WRK-FAV-IDX)
                                      TO ARQTED01-AGENCIA-DESTINO
           MOVE WRK-FAV-CONTA (WRK-FAV-IDX)
                                      TO ARQTED01-CONTA-DESTINO
           MOVE ARQENT01-COD-MOEDA    TO ARQTED01-COD-MOEDA
           MOVE ARQENT01-VAL-DEPOS    TO ARQTED01-VAL-TED
           SET  ARQTED01-TED-PENDENTE TO TRUE
           MOVE ZEROS                 TO ARQTED01-DAT-SITUACAO

           SET  WRK-CN-WRITE          TO TRUE
           SET  WRK-CN-ARQTED01       TO TRUE

           WRITE FD-ARQTED01 FROM ARQTED01-REGISTRO

           IF NOT WRK-FS-TED01-OK
              MOVE WRK-FS-ARQTED01    TO WRK-FS-DISPLAY
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
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQTED01        TO TRUE
           CLOSE ARQTED01
           IF NOT WRK-FS-TED01-OK
              MOVE WRK-FS-ARQTED01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-CADASTRO-CLI-PRESENTE
              SET  WRK-CN-ARQCLI01     TO TRUE
              CLOSE ARQCLI01
           DISPLAY '* QTDE DE PERNAS DE TRANSF.  : ' WRK-MASK-QTDE  '*'
           MOVE ACU-PARES-APROVADOS    TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE PARES APROVADOS    : ' WRK-MASK-QTDE  '*'
           MOVE ACU-TEDS-ENVIADAS      TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE TEDS P/ OUTRO BANCO: ' WRK-MASK-QTDE  '*'
           MOVE ACU-PERNAS-QUEBRADAS   TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE PERNAS QUEBRADAS   : ' WRK-MASK-QTDE  '*'
           MOVE ACU-PERNAS-EXCEDENTES  TO WRK-MASK-QTDE
