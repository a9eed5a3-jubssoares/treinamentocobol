      *                    XRF05108). EMITE O CERTIFICADO DE           *
      *                    ELIMINACAO POR PEDIDO, LISTANDO CADA        *
      *                    ACERVO TOCADO COM A CONTAGEM.               *
      *                    O PEDIDO DE TITULAR DE CONTA CONJUNTA E     *
      *                    RECUSADO ENQUANTO OUTRO TITULAR DA CONTA    *
      *                    PERMANECER ATIVO (TIT02226).                *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQLED01 (RAZAO) / ARQDEB01 (INSTRUCOES)  LED03105/DEB    *
      *      ARQEST01 (FLUXO AML, OPCIONAL)            EST02105        *
      *      ARQXRF01 (CRUZAMENTO, OPCIONAL)           XRF05108        *
      *      ARQTIT01 (TITULARES, OPCIONAL)            TIT02226        *
      *      ARQDEL01 (TRANSACOES 'D' P/ EXER0507)     SUD05105        *
      *      ARQCER01 (CERTIFICADO DE ELIMINACAO)      -               *
      *      ARQAUD01                                  AUD00105        *
           SELECT OPTIONAL ARQXRF01 ASSIGN TO UT-S-ARQXRF01
                      FILE STATUS      IS WRK-FS-ARQXRF01.

           SELECT OPTIONAL ARQTIT01 ASSIGN TO UT-S-ARQTIT01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS SEQUENTIAL
                      RECORD KEY       IS FD-ARQTIT01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQTIT01.

           SELECT ARQDEL01 ASSIGN      TO UT-S-ARQDEL01
                      FILE STATUS      IS WRK-FS-ARQDEL01.

           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQXRF01             PIC X(021).

      *---------------------------------------------------------------*
      *   INPUT:      CADASTRO DE TITULARES DE CONTA (OPCIONAL)       *
      *               ORG. INDEXADA     -   LRECL = 050               *
      *---------------------------------------------------------------*

       FD  ARQTIT01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQTIT01.
           05 FD-ARQTIT01-CHAVE       PIC X(26).
           05 FILLER                  PIC X(24).

       FD  ARQDEL01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
          05 WRK-XRF-LINHA        OCCURS 500 TIMES.
             10 WRK-XRF-CPF       PIC 9(011).
             10 WRK-XRF-CCLUB     PIC 9(010).

      *    CONTA CONJUNTA: TITULARES ATIVOS DA CONTA CORRENTE E OS
      *    PEDIDOS FEITOS POR ELES (INDICES NA TABELA DE PEDIDOS)
       77 WRK-TIT-ATIVOS          PIC 9(003) VALUE ZEROS.
       77 WRK-TIT-QTDE            PIC 9(002) VALUE ZEROS.
       77 WRK-TIT-IDX             PIC 9(002) VALUE ZEROS.
       77 WRK-TIT-CONTA-ANT       PIC X(015) VALUE LOW-VALUES.
       01 WRK-TIT-TABELA.
          05 WRK-TIT-PEDIDO       OCCURS 10 TIMES PIC 9(003).
      *
      *----------------------------------------------------------------*
      *    AREA DO CERTIFICADO                                         *
             88 WRK-FS-XRF01-OK               VALUE '00'.
             88 WRK-FS-XRF01-FIM              VALUE '10'.
             88 WRK-FS-XRF01-INEXISTENTE      VALUE '05' '35'.
          05 WRK-FS-ARQTIT01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-TIT01-OK               VALUE '00'.
             88 WRK-FS-TIT01-FIM              VALUE '10'.
             88 WRK-FS-TIT01-INEXISTENTE      VALUE '05' '35'.
          05 WRK-FS-ARQDEL01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-DEL01-OK               VALUE '00'.
          05 WRK-FS-ARQCER01      PIC  X(002) VALUE SPACES.
          88 WRK-CN-ARQDEB01      VALUE 'ARQDEB01'.
          88 WRK-CN-ARQEST01      VALUE 'ARQEST01'.
          88 WRK-CN-ARQXRF01      VALUE 'ARQXRF01'.
          88 WRK-CN-ARQTIT01      VALUE 'ARQTIT01'.
          88 WRK-CN-ARQDEL01      VALUE 'ARQDEL01'.
          88 WRK-CN-ARQCER01      VALUE 'ARQCER01'.
          88 WRK-CN-ARQAUD01      VALUE 'ARQAUD01'.
           COPY DEB03105.
           COPY EST02105.
           COPY XRF05108.
           COPY TIT02226.
           COPY SUD05105.
           COPY AUD00105.
           COPY 'I#ERRO01'.
              SET WRK-FS-XRF01-FIM     TO TRUE
           END-IF

           SET  WRK-CN-ARQTIT01        TO TRUE
           OPEN INPUT ARQTIT01
           IF WRK-FS-TIT01-INEXISTENTE
              SET WRK-FS-TIT01-FIM     TO TRUE
           END-IF

           SET  WRK-CN-ARQDEL01        TO TRUE
           OPEN OUTPUT ARQDEL01
           IF NOT WRK-FS-DEL01-OK
           PERFORM 2340-CRITICAR-AML
              UNTIL WRK-FS-EST01-FIM

      *    CONTA CONJUNTA COM OUTRO TITULAR ATIVO
           PERFORM 2370-CRITICAR-TITULARIDADE
              UNTIL WRK-FS-TIT01-FIM

           PERFORM 2375-AVALIAR-CONTA

           CLOSE ARQLED01
           CLOSE ARQEST01
           CLOSE ARQTIT01
           .
      *----------------------------------------------------------------*
       2300-99-FIM.
       2340-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    AGRUPA OS TITULARES POR CONTA: CONTA OS ATIVOS E GUARDA OS  *
      *    PEDIDOS FEITOS POR TITULARES ATIVOS DA CONTA                *
      *----------------------------------------------------------------*
       2370-CRITICAR-TITULARIDADE SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3845-LER-TITULAR

           IF WRK-FS-TIT01-FIM
              GO TO 2370-99-FIM
           END-IF

           IF ARQTIT01-CONTA NOT EQUAL WRK-TIT-CONTA-ANT
              PERFORM 2375-AVALIAR-CONTA
              MOVE ARQTIT01-CONTA      TO WRK-TIT-CONTA-ANT
           END-IF

           IF NOT ARQTIT01-TITULAR-ATIVO
              GO TO 2370-99-FIM
           END-IF

           ADD 1 TO WRK-TIT-ATIVOS

           PERFORM 2365-LOCALIZAR-PEDIDO-TIT

           IF WRK-PED-IDX NOT GREATER WRK-PED-QTDE
              AND WRK-TIT-QTDE LESS 10
              ADD 1 TO WRK-TIT-QTDE
              MOVE WRK-PED-IDX         TO WRK-TIT-PEDIDO (WRK-TIT-QTDE)
           END-IF
           .
      *----------------------------------------------------------------*
       2370-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    NA QUEBRA DE CONTA: SE A CONTA TEM MAIS DE UM TITULAR ATIVO *
      *    OS PEDIDOS DE SEUS TITULARES SAO RECUSADOS (SEMPRE RESTA    *
      *    OUTRO TITULAR ATIVO NA CONTA)                               *
      *----------------------------------------------------------------*
       2375-AVALIAR-CONTA SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-TIT-ATIVOS GREATER 1
              PERFORM 2376-RECUSAR-TITULAR
                 VARYING WRK-TIT-IDX FROM 1 BY 1
                 UNTIL WRK-TIT-IDX GREATER WRK-TIT-QTDE
           END-IF

           MOVE ZEROS                  TO WRK-TIT-ATIVOS
                                          WRK-TIT-QTDE
           .
      *----------------------------------------------------------------*
       2375-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2376-RECUSAR-TITULAR SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-TIT-PEDIDO (WRK-TIT-IDX) TO WRK-PED-IDX

           MOVE 'R' TO WRK-PED-SITUACAO (WRK-PED-IDX)
           MOVE 'CONTA CONJUNTA COM COTITULAR'
              TO WRK-PED-MOTIVO (WRK-PED-IDX)
           .
      *----------------------------------------------------------------*
       2376-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2350-LOCALIZAR-PEDIDO-CPF SECTION.
      *----------------------------------------------------------------*
       2360-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2365-LOCALIZAR-PEDIDO-TIT SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-PED-IDX

           PERFORM 2351-PROXIMO-PEDIDO
              UNTIL WRK-PED-IDX GREATER WRK-PED-QTDE
                 OR WRK-PED-CPF (WRK-PED-IDX) EQUAL
                    ARQTIT01-CPF-TITULAR
           .
      *----------------------------------------------------------------*
       2365-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LOCALIZA UM PEDIDO ATENDIDO PELO CPF CORRENTE EM            *
      *    WRK-PED-IDX (MAIOR QUE A TABELA = NAO E PEDIDO ATENDIDO)    *
       3840-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3845-LER-TITULAR SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-FS-TIT01-FIM
              GO TO 3845-99-FIM
           END-IF

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQTIT01        TO TRUE

           READ ARQTIT01 INTO ARQTIT01-REGISTRO

           IF WRK-FS-TIT01-OK OR WRK-FS-TIT01-FIM
              CONTINUE
           ELSE
              MOVE WRK-FS-ARQTIT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3845-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3850-LER-RAZAO SECTION.
      *----------------------------------------------------------------*
