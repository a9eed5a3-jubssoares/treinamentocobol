      *                    COM TAXA DE RESPOSTA E MARCA DE             *
      *                    DIVERGENCIA QUANDO AS TAXAS DOS SEGMENTOS   *
      *                    DIFEREM ALEM DA TOLERANCIA.                 *
      *                    JORNADAS EM ONDAS (EXER0512): CADA CONTATO  *
      *                    TRAZ A ONDA (NUM_ONDA DA CAMP_HISTORICO) E  *
      *                    O RETORNO CONTA NA ONDA DO CONTATO A QUE E  *
      *                    ATRIBUIDO; APOS OS SEGMENTOS, A CAMPANHA E  *
      *                    RELATADA TAMBEM POR ONDA.                   *
      *                    CADA RESPOSTA ATRIBUIDA A UM CONTATO E      *
      *                    GRAVADA NO ARQUIVO DE RESPOSTAS (RSP05114), *
      *                    ENTRADA DO CADASTRO DE LEADS (EXER0517).    *
      *----------------------------------------------------------------*
      *    CARTAO (ARQPARM): COL 1     QTDE DE SEGMENTOS (0-5)         *
      *                      COLS 2-16 PCT DOS SEGMENTOS (5 X 999)     *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQRET01 (FEED DE RETORNOS)               RET05106        *
      *      ARQSAI01 (RELATORIO DE EFETIVIDADE)       -               *
      *      ARQRSP01 (RESPOSTAS ATRIBUIDAS)           RSP05114        *
      *      ARQAUD01                                  AUD00105        *
      *    TABELAS DB2: CAMP_HISTORICO                                 *
      *----------------------------------------------------------------*
           SELECT ARQSAI01 ASSIGN      TO UT-S-ARQSAI01
                      FILE STATUS      IS WRK-FS-ARQSAI01.

           SELECT ARQRSP01 ASSIGN      TO UT-S-ARQRSP01
                      FILE STATUS      IS WRK-FS-ARQRSP01.

           SELECT ARQAUD01 ASSIGN      TO UT-S-ARQAUD01
                      FILE STATUS      IS WRK-FS-ARQAUD01.
      *
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI01             PIC X(132).

      *---------------------------------------------------------------*
      *   OUTPUT:     RESPOSTAS ATRIBUIDAS (ENTRADA DO EXER0517)      *
      *               ORG. SEQUENCIAL   -   LRECL = 040               *
      *---------------------------------------------------------------*

       FD  ARQRSP01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQRSP01             PIC X(040).

      *---------------------------------------------------------------*
      *   OUTPUT:     LOG DE AUDITORIA DE EXECUCAO (COMPARTILHADO)    *
      *---------------------------------------------------------------*
           03 ACU-RETORNOS-CASADOS   PIC 9(007) VALUE ZEROS.
           03 ACU-RETORNOS-ORFAOS    PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI01     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQRSP01     PIC 9(007) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    TABELA DE CONTATOS DA CAMP_HISTORICO                        *
             10 WRK-CTT-CAMPANHA  PIC X(008).
             10 WRK-CTT-DATA      PIC X(010).
             10 WRK-CTT-SEGMENTO  PIC 9(001).
             10 WRK-CTT-ONDA      PIC 9(001).
      *
      *----------------------------------------------------------------*
      *    ACUMULADORES POR CAMPANHA X SEGMENTO (SEGMENTO 0 = SEM      *
       77 WRK-CMP-QTDE            PIC 9(002) VALUE ZEROS.
       77 WRK-CMP-IDX             PIC 9(002) VALUE ZEROS.
       77 WRK-POS-SEG             PIC 9(001) VALUE ZEROS.
       77 WRK-POS-ONDA            PIC 9(002) VALUE ZEROS.
      *
       01 WRK-CMP-TABELA.
          05 WRK-CMP-LINHA        OCCURS 10 TIMES.
                15 WRK-CMP-CONTATOS  PIC 9(007).
                15 WRK-CMP-BOUNCES   PIC 9(007).
                15 WRK-CMP-RESPOSTAS PIC 9(007).
             10 WRK-CMP-ONDA      OCCURS 9 TIMES.
                15 WRK-CMP-OND-CONTATOS  PIC 9(007).
                15 WRK-CMP-OND-BOUNCES   PIC 9(007).
                15 WRK-CMP-OND-RESPOSTAS PIC 9(007).
      *
      *----------------------------------------------------------------*
      *    AREA DO RELATORIO                                           *
          05 FILLER               PIC X(004) VALUE ' PCT'.
          05 FILLER               PIC X(032) VALUE SPACES.

       01 WRK-DET-ONDA.
          05 WRK-OND-CAMPANHA     PIC X(008).
          05 FILLER               PIC X(006) VALUE ' ONDA '.
          05 WRK-OND-NUM          PIC 9(001).
          05 FILLER               PIC X(012) VALUE '  CONTATOS '.
          05 WRK-OND-CONTATOS     PIC ZZZZZZ9.
          05 FILLER               PIC X(012) VALUE '  ENTREGUES '.
          05 WRK-OND-ENTREGUES    PIC ZZZZZZ9.
          05 FILLER               PIC X(010) VALUE '  BOUNCES '.
          05 WRK-OND-BOUNCES      PIC ZZZZZZ9.
          05 FILLER               PIC X(012) VALUE '  RESPOSTAS '.
          05 WRK-OND-RESPOSTAS    PIC ZZZZZZ9.
          05 FILLER               PIC X(007) VALUE '  TAXA '.
          05 WRK-OND-TAXA         PIC ZZ9,99.
          05 FILLER               PIC X(004) VALUE ' PCT'.
          05 FILLER               PIC X(032) VALUE SPACES.

       01 WRK-DET-DIVERGENCIA.
          05 WRK-DIV-CAMPANHA     PIC X(008).
          05 FILLER               PIC X(044) VALUE
             88 WRK-FS-PARM-OK                VALUE '00'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK               VALUE '00'.
          05 WRK-FS-ARQRSP01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-RSP01-OK               VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.
          88 WRK-CN-ARQRET01      VALUE 'ARQRET01'.
          88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
          88 WRK-CN-ARQSAI01      VALUE 'ARQSAI01'.
          88 WRK-CN-ARQRSP01      VALUE 'ARQRSP01'.
          88 WRK-CN-ARQAUD01      VALUE 'ARQAUD01'.

       77 WRK-COMANDO             PIC  X(006) VALUE SPACES.
      *----------------------------------------------------------------*
      *
           COPY RET05106.
           COPY RSP05114.
           COPY AUD00105.
           COPY 'I#ERRO01'.

       01 WRK-CCLUB-LIDO          PIC  9(010) VALUE ZEROS.
       01 WRK-CAMPANHA-LIDA       PIC  X(008) VALUE SPACES.
       01 WRK-DAT-CONTATO-LIDA    PIC  X(010) VALUE SPACES.
       01 WRK-ONDA-LIDA           PIC S9(004) COMP VALUE ZEROS.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(013)     VALUE
           EXEC SQL DECLARE CSR-CAMPE CURSOR WITH HOLD FOR
              SELECT  H.CCLUB,
                      H.COD_CAMPANHA,
                      CHAR(H.DAT_CONTATO, ISO),
                      H.NUM_ONDA
                   FROM CAMP_HISTORICO H
                   ORDER BY H.CCLUB, H.DAT_CONTATO
           END-EXEC.
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQRSP01        TO TRUE
           OPEN OUTPUT ARQRSP01

           IF NOT WRK-FS-RSP01-OK
              MOVE WRK-FS-ARQRSP01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQAUD01        TO TRUE
           OPEN EXTEND ARQAUD01

               FETCH CSR-CAMPE
                  INTO :WRK-CCLUB-LIDO,
                       :WRK-CAMPANHA-LIDA,
                       :WRK-DAT-CONTATO-LIDA,
                       :WRK-ONDA-LIDA
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL +100

           PERFORM 2300-CALCULAR-SEGMENTO

           IF WRK-ONDA-LIDA LESS 1 OR WRK-ONDA-LIDA GREATER 9
              MOVE 1                   TO WRK-POS-ONDA
           ELSE
              MOVE WRK-ONDA-LIDA       TO WRK-POS-ONDA
           END-IF

           IF WRK-CTT-QTDE LESS 2000
              ADD 1 TO WRK-CTT-QTDE
              MOVE WRK-CCLUB-LIDO  TO WRK-CTT-CCLUB (WRK-CTT-QTDE)
                                   TO WRK-CTT-DATA (WRK-CTT-QTDE)
              MOVE WRK-SEG-ESCOLHIDO
                                   TO WRK-CTT-SEGMENTO (WRK-CTT-QTDE)
              MOVE WRK-POS-ONDA    TO WRK-CTT-ONDA (WRK-CTT-QTDE)
           END-IF

           PERFORM 2400-LOCALIZAR-CAMPANHA

           COMPUTE WRK-POS-SEG = WRK-SEG-ESCOLHIDO + 1
           ADD 1 TO WRK-CMP-CONTATOS (WRK-CMP-IDX, WRK-POS-SEG)
           ADD 1 TO WRK-CMP-OND-CONTATOS (WRK-CMP-IDX, WRK-POS-ONDA)

           PERFORM 2100-LER-CONTATO
           .
                 PERFORM 2420-ZERAR-SEGMENTOS
                    VARYING WRK-POS-SEG FROM 1 BY 1
                    UNTIL WRK-POS-SEG GREATER 6
                 PERFORM 2430-ZERAR-ONDAS
                    VARYING WRK-POS-ONDA FROM 1 BY 1
                    UNTIL WRK-POS-ONDA GREATER 9
              ELSE
                 MOVE WRK-CMP-QTDE     TO WRK-CMP-IDX
              END-IF
       2420-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2430-ZERAR-ONDAS SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS
              TO WRK-CMP-OND-CONTATOS (WRK-CMP-IDX, WRK-POS-ONDA)
                 WRK-CMP-OND-BOUNCES (WRK-CMP-IDX, WRK-POS-ONDA)
                 WRK-CMP-OND-RESPOSTAS (WRK-CMP-IDX, WRK-POS-ONDA)
           .
      *----------------------------------------------------------------*
       2430-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CASA O RETORNO COM O CONTATO MAIS RECENTE DO CLIENTE E      *
      *    ACUMULA BOUNCE/RESPOSTA NA CAMPANHA/SEGMENTO DO CONTATO     *

           COMPUTE WRK-POS-SEG =
                   WRK-CTT-SEGMENTO (WRK-CTT-IDX-ACHADO) + 1
           MOVE WRK-CTT-ONDA (WRK-CTT-IDX-ACHADO)
                                       TO WRK-POS-ONDA

           EVALUATE TRUE
              WHEN ARQRET01-RET-BOUNCE
                 ADD 1 TO WRK-CMP-BOUNCES (WRK-CMP-IDX, WRK-POS-SEG)
                 ADD 1 TO
                    WRK-CMP-OND-BOUNCES (WRK-CMP-IDX, WRK-POS-ONDA)
              WHEN ARQRET01-RET-RESPOSTA
                 ADD 1 TO
                    WRK-CMP-RESPOSTAS (WRK-CMP-IDX, WRK-POS-SEG)
                 ADD 1 TO
                    WRK-CMP-OND-RESPOSTAS (WRK-CMP-IDX, WRK-POS-ONDA)
                 PERFORM 3200-GRAVAR-RESPOSTA
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    RESPOSTA ATRIBUIDA PARA O CADASTRO DE LEADS: DATAS          *
      *    AAAA-MM-DD (CONTATO) E DD.MM.AAAA (FEED) EM AAAAMMDD        *
      *----------------------------------------------------------------*
       3200-GRAVAR-RESPOSTA SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE ARQRSP01-REGISTRO

           MOVE ARQRET01-COD-CLIENTE   TO ARQRSP01-COD-CLIENTE
           MOVE WRK-CTT-CAMPANHA (WRK-CTT-IDX-ACHADO)
                                       TO ARQRSP01-COD-CAMPANHA
           MOVE WRK-POS-ONDA           TO ARQRSP01-NUM-ONDA

           MOVE WRK-CTT-DATA (WRK-CTT-IDX-ACHADO) (1:4)
                                       TO ARQRSP01-DAT-CONTATO (1:4)
           MOVE WRK-CTT-DATA (WRK-CTT-IDX-ACHADO) (6:2)
                                       TO ARQRSP01-DAT-CONTATO (5:2)
           MOVE WRK-CTT-DATA (WRK-CTT-IDX-ACHADO) (9:2)
                                       TO ARQRSP01-DAT-CONTATO (7:2)
           IF ARQRSP01-DAT-CONTATO NOT NUMERIC
              MOVE ZEROS               TO ARQRSP01-DAT-CONTATO
           END-IF

           MOVE ARQRET01-DAT-RETORNO (7:4)
                                       TO ARQRSP01-DAT-RESPOSTA (1:4)
           MOVE ARQRET01-DAT-RETORNO (4:2)
                                       TO ARQRSP01-DAT-RESPOSTA (5:2)
           MOVE ARQRET01-DAT-RETORNO (1:2)
                                       TO ARQRSP01-DAT-RESPOSTA (7:2)
           IF ARQRSP01-DAT-RESPOSTA NOT NUMERIC
              MOVE ZEROS               TO ARQRSP01-DAT-RESPOSTA
           END-IF

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQRSP01        TO TRUE

           WRITE FD-ARQRSP01 FROM ARQRSP01-REGISTRO

           IF WRK-FS-RSP01-OK
              ADD 1 TO ACU-GRAVA-ARQRSP01
           ELSE
              MOVE WRK-FS-ARQRSP01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3850-LER-RETORNO SECTION.
      *----------------------------------------------------------------*
                 PERFORM 4950-GRAVAR-LINHA
              END-IF
           END-IF

           PERFORM 4300-RELATAR-ONDA
              VARYING WRK-POS-ONDA FROM 1 BY 1
              UNTIL WRK-POS-ONDA GREATER 9
           .
      *----------------------------------------------------------------*
       4100-99-FIM.
       4200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    IMPRIME A EFETIVIDADE DA CAMPANHA POR ONDA DA JORNADA       *
      *----------------------------------------------------------------*
       4300-RELATAR-ONDA SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-CMP-OND-CONTATOS (WRK-CMP-IDX, WRK-POS-ONDA)
              EQUAL ZEROS
              GO TO 4300-99-FIM
           END-IF

           COMPUTE WRK-TAXA-SEGMENTO ROUNDED =
                   WRK-CMP-OND-RESPOSTAS (WRK-CMP-IDX, WRK-POS-ONDA)
                   * 100 /
                   (WRK-CMP-OND-CONTATOS (WRK-CMP-IDX, WRK-POS-ONDA)
                    - WRK-CMP-OND-BOUNCES (WRK-CMP-IDX, WRK-POS-ONDA))
              ON SIZE ERROR
                 MOVE ZEROS            TO WRK-TAXA-SEGMENTO
           END-COMPUTE

           MOVE WRK-CMP-CODIGO (WRK-CMP-IDX) TO WRK-OND-CAMPANHA
           MOVE WRK-POS-ONDA           TO WRK-OND-NUM
           MOVE WRK-CMP-OND-CONTATOS (WRK-CMP-IDX, WRK-POS-ONDA)
                                       TO WRK-OND-CONTATOS
           COMPUTE WRK-OND-ENTREGUES =
                   WRK-CMP-OND-CONTATOS (WRK-CMP-IDX, WRK-POS-ONDA)
                   - WRK-CMP-OND-BOUNCES (WRK-CMP-IDX, WRK-POS-ONDA)
           MOVE WRK-CMP-OND-BOUNCES (WRK-CMP-IDX, WRK-POS-ONDA)
                                       TO WRK-OND-BOUNCES
           MOVE WRK-CMP-OND-RESPOSTAS (WRK-CMP-IDX, WRK-POS-ONDA)
                                       TO WRK-OND-RESPOSTAS
           MOVE WRK-TAXA-SEGMENTO      TO WRK-OND-TAXA
           MOVE WRK-DET-ONDA           TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       4300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3980-GRAVAR-AUDITORIA SECTION.
      *----------------------------------------------------------------*
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQRSP01        TO TRUE
           CLOSE ARQRSP01
           IF NOT WRK-FS-RSP01-OK
              MOVE WRK-FS-ARQRSP01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQAUD01        TO TRUE
           CLOSE ARQAUD01
           IF NOT WRK-FS-AUD01-OK
           DISPLAY '* QTDE RETORNOS ATRIBUIDOS   : ' WRK-MASK-QTDE  '*'
           MOVE ACU-RETORNOS-ORFAOS    TO WRK-MASK-QTDE
           DISPLAY '* QTDE RETORNOS SEM CONTATO  : ' WRK-MASK-QTDE  '*'
           MOVE ACU-GRAVA-ARQRSP01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE RESPOSTAS PARA LEADS  : ' WRK-MASK-QTDE  '*'
           DISPLAY '*                                                *'
           DISPLAY '* ' WRK-PROGRAMA ' FIM NORMAL                    *'
           DISPLAY '**************************************************'
