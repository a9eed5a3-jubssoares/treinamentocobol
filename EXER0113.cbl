      *                    UMA UNICA TRILHA DE AUDITORIA. DRENA        *
      *                    TAMBEM A FILA TD 'JRNQ' (IMAGENS-DEPOIS)    *
      *                    PARA O JORNAL BATCH ARQJRN01, NA ORDEM DE   *
      *                    CHEGADA (A FILA JA E CRONOLOGICA). DRENA    *
      *                    AINDA A FILA TD 'DEPQ' (IMAGENS-ANTES DA    *
      *                    MANUTENCAO ONLINE DE DEPARTAMENTOS EX22)    *
      *                    PARA O HISTORICO DE DEPARTAMENTOS ARQHDP01. *
      *                    E DRENA A FILA TD 'LGPQ' (REGISTROS DE      *
      *                    ACESSO LGPD DA CONSULTA CLIENTE-360 EX24)   *
      *                    PARA O ARQUIVO ACUMULATIVO DE ACESSOS       *
      *                    ARQLGA01, NA ORDEM DE CHEGADA.              *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQHIS01                                 HIS01106         *
      *      ARQJRQ01 (DATASET DA FILA TD 'JRNQ')     JRN01107         *
      *      ARQJRN01                                 JRN01107         *
      *      ARQDPQ01 (DATASET DA FILA TD 'DEPQ')     HDP01122         *
      *      ARQHDP01                                 HDP01122         *
      *      ARQLGQ01 (DATASET DA FILA TD 'LGPQ')     LGA01124         *
      *      ARQLGA01                                 LGA01124         *
      *      ARQREJ01                                 REJ01106         *
      *      ARQAUD01                                 AUD00105         *
      *----------------------------------------------------------------*
           SELECT ARQJRN01 ASSIGN      TO UT-S-ARQJRN01
                      FILE STATUS      IS WRK-FS-ARQJRN01.

           SELECT OPTIONAL ARQDPQ01 ASSIGN TO UT-S-ARQDPQ01
                      FILE STATUS      IS WRK-FS-ARQDPQ01.

           SELECT ARQHDP01 ASSIGN      TO UT-S-ARQHDP01
                      FILE STATUS      IS WRK-FS-ARQHDP01.

           SELECT OPTIONAL ARQLGQ01 ASSIGN TO UT-S-ARQLGQ01
                      FILE STATUS      IS WRK-FS-ARQLGQ01.

           SELECT ARQLGA01 ASSIGN      TO UT-S-ARQLGA01
                      FILE STATUS      IS WRK-FS-ARQLGA01.

           SELECT ARQAUD01 ASSIGN      TO UT-S-ARQAUD01
                      FILE STATUS      IS WRK-FS-ARQAUD01.

      *----------------------------------------------------------------*
      *   INPUT:      IMAGENS-ANTES DRENADAS DA FILA TD 'HISQ'         *
      *               (MANUTENCAO ONLINE EX12)                         *
      *               ORG. SEQUENCIAL   -   LRECL = 221                *
      *----------------------------------------------------------------*

       FD  ARQHSQ01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQHSQ01              PIC X(221).

      *----------------------------------------------------------------*
      *   OUTPUT:     HISTORICO ACUMULATIVO DE IMAGENS-ANTES DO        *
      *               CADASTRO DE FUNCIONARIOS (EXTEND)                *
      *               ORG. SEQUENCIAL   -   LRECL = 221                *
      *----------------------------------------------------------------*

       FD  ARQHIS01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQHIS01              PIC X(221).

      *----------------------------------------------------------------*
      *   OUTPUT:     IMAGENS DA FILA REJEITADAS NA NORMALIZACAO       *

      *----------------------------------------------------------------*
      *   INPUT:      IMAGENS-DEPOIS DRENADAS DA FILA TD 'JRNQ'        *
      *               (OPCIONAL) - ORG. SEQUENCIAL - LRECL = 237       *
      *----------------------------------------------------------------*

       FD  ARQJRQ01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQJRQ01              PIC X(237).

      *----------------------------------------------------------------*
      *   OUTPUT:     JORNAL ACUMULATIVO DE IMAGENS-DEPOIS DO          *
      *               CADASTRO (EXTEND)                                *
      *               ORG. SEQUENCIAL   -   LRECL = 237                *
      *----------------------------------------------------------------*

       FD  ARQJRN01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQJRN01              PIC X(237).

      *----------------------------------------------------------------*
      *   INPUT:      IMAGENS-ANTES DE DEPARTAMENTOS DRENADAS DA FILA  *
      *               TD 'DEPQ' (OPCIONAL) - ORG. SEQUENCIAL -         *
      *               LRECL = 150                                      *
      *----------------------------------------------------------------*

       FD  ARQDPQ01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQDPQ01              PIC X(150).

      *----------------------------------------------------------------*
      *   OUTPUT:     HISTORICO ACUMULATIVO DE IMAGENS-ANTES DO        *
      *               CADASTRO DE DEPARTAMENTOS (EXTEND)               *
      *               ORG. SEQUENCIAL   -   LRECL = 150                *
      *----------------------------------------------------------------*

       FD  ARQHDP01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQHDP01              PIC X(150).

      *----------------------------------------------------------------*
      *   INPUT:      REGISTROS DE ACESSO LGPD DRENADOS DA FILA TD     *
      *               'LGPQ' (OPCIONAL) - ORG. SEQUENCIAL -            *
      *               LRECL = 100                                      *
      *----------------------------------------------------------------*

       FD  ARQLGQ01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQLGQ01              PIC X(100).

      *----------------------------------------------------------------*
      *   OUTPUT:     ARQUIVO ACUMULATIVO DE ACESSOS A DADOS PESSOAIS  *
      *               DA CONSULTA CLIENTE-360 (EXTEND)                 *
      *               ORG. SEQUENCIAL   -   LRECL = 100                *
      *----------------------------------------------------------------*

       FD  ARQLGA01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQLGA01              PIC X(100).

      *----------------------------------------------------------------*
      *   OUTPUT:     LOG DE AUDITORIA DE EXECUCAO (COMPARTILHADO      *
       01  WRK-SD-REGISTRO.
           05 SD-CHAVE-DATA           PIC 9(008).
           05 SD-CHAVE-HORA           PIC 9(006).
           05 SD-DADOS-HISTORICO      PIC X(221).

      *
      *----------------------------------------------------------------*
           03 ACU-HORA-AJUSTADA      PIC 9(005) VALUE ZEROS.
           03 ACU-LIDOS-ARQJRQ01     PIC 9(005) VALUE ZEROS.
           03 ACU-GRAVA-ARQJRN01     PIC 9(005) VALUE ZEROS.
           03 ACU-LIDOS-ARQDPQ01     PIC 9(005) VALUE ZEROS.
           03 ACU-GRAVA-ARQHDP01     PIC 9(005) VALUE ZEROS.
           03 ACU-LIDOS-ARQLGQ01     PIC 9(005) VALUE ZEROS.
           03 ACU-GRAVA-ARQLGA01     PIC 9(005) VALUE ZEROS.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQHSQ01      VALUE 'ARQHSQ01'.
          88 WRK-CN-ARQREJ01      VALUE 'ARQREJ01'.
          88 WRK-CN-ARQJRQ01      VALUE 'ARQJRQ01'.
          88 WRK-CN-ARQJRN01      VALUE 'ARQJRN01'.
          88 WRK-CN-ARQDPQ01      VALUE 'ARQDPQ01'.
          88 WRK-CN-ARQHDP01      VALUE 'ARQHDP01'.
          88 WRK-CN-ARQLGQ01      VALUE 'ARQLGQ01'.
          88 WRK-CN-ARQLGA01      VALUE 'ARQLGA01'.
          88 WRK-CN-ARQAUD01      VALUE 'ARQAUD01'.

       77 WRK-COMANDO             PIC  X(006) VALUE SPACES.
             88 WRK-FS-JRQ01-FIM          VALUE '10'.
          05 WRK-FS-ARQJRN01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-JRN01-OK           VALUE '00'.
          05 WRK-FS-ARQDPQ01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-DPQ01-OK           VALUE '00'.
             88 WRK-FS-DPQ01-FIM          VALUE '10'.
          05 WRK-FS-ARQHDP01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-HDP01-OK           VALUE '00'.
          05 WRK-FS-ARQLGQ01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-LGQ01-OK           VALUE '00'.
             88 WRK-FS-LGQ01-FIM          VALUE '10'.
          05 WRK-FS-ARQLGA01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-LGA01-OK           VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK           VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.
      *
           COPY HIS01106.
           COPY JRN01107.
           COPY HDP01122.
           COPY LGA01124.
           COPY REJ01106.
           COPY AUD00105.
           COPY 'I#ERRO01'.

           PERFORM 5000-DRENAR-JORNAL

           PERFORM 6000-DRENAR-DEPARTAMENTOS

           PERFORM 7000-DRENAR-ACESSOS

           PERFORM 4000-FINALIZAR
           .
      *----------------------------------------------------------------*
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE DRENAGEM DA FILA 'DEPQ' (IMAGENS-ANTES DA         *
      *    MANUTENCAO ONLINE DE DEPARTAMENTOS) PARA O HISTORICO DE     *
      *    DEPARTAMENTOS, NA ORDEM DE CHEGADA                          *
      *----------------------------------------------------------------*
       6000-DRENAR-DEPARTAMENTOS SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQDPQ01        TO TRUE
           OPEN INPUT ARQDPQ01

           IF WRK-FS-DPQ01-OK
              SET  WRK-CN-ARQHDP01     TO TRUE
              OPEN EXTEND ARQHDP01

              IF NOT WRK-FS-HDP01-OK
                 MOVE WRK-FS-ARQHDP01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF

              PERFORM 6100-LER-FILA-DEPARTAMENTOS

              PERFORM 6050-COPIAR-DEPARTAMENTOS
                 UNTIL WRK-FS-DPQ01-FIM

              SET  WRK-CN-CLOSE        TO TRUE
              SET  WRK-CN-ARQDPQ01     TO TRUE
              CLOSE ARQDPQ01

              SET  WRK-CN-ARQHDP01     TO TRUE
              CLOSE ARQHDP01
              IF NOT WRK-FS-HDP01-OK
                 MOVE WRK-FS-ARQHDP01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       6000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       6050-COPIAR-DEPARTAMENTOS SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQHDP01        TO TRUE

           WRITE FD-ARQHDP01 FROM ARQHDP01-REGISTRO

           IF WRK-FS-HDP01-OK
              ADD 1 TO ACU-GRAVA-ARQHDP01
           ELSE
              MOVE WRK-FS-ARQHDP01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 6100-LER-FILA-DEPARTAMENTOS
           .
      *----------------------------------------------------------------*
       6050-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       6100-LER-FILA-DEPARTAMENTOS SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQDPQ01        TO TRUE

           READ ARQDPQ01 INTO ARQHDP01-REGISTRO

           IF WRK-FS-DPQ01-OK OR WRK-FS-DPQ01-FIM
              IF WRK-FS-DPQ01-OK
                 ADD 1 TO ACU-LIDOS-ARQDPQ01
              END-IF
           ELSE
              MOVE WRK-FS-ARQDPQ01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       6100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE DRENAGEM DA FILA 'LGPQ' (ACESSOS LGPD DA CONSULTA *
      *    CLIENTE-360) PARA O ARQUIVO ACUMULATIVO DE ACESSOS, NA      *
      *    ORDEM DE CHEGADA                                            *
      *----------------------------------------------------------------*
       7000-DRENAR-ACESSOS SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQLGQ01        TO TRUE
           OPEN INPUT ARQLGQ01

           IF WRK-FS-LGQ01-OK
              SET  WRK-CN-ARQLGA01     TO TRUE
              OPEN EXTEND ARQLGA01

              IF NOT WRK-FS-LGA01-OK
                 MOVE WRK-FS-ARQLGA01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF

              PERFORM 7100-LER-FILA-ACESSOS

              PERFORM 7050-COPIAR-ACESSOS
                 UNTIL WRK-FS-LGQ01-FIM

              SET  WRK-CN-CLOSE        TO TRUE
              SET  WRK-CN-ARQLGQ01     TO TRUE
              CLOSE ARQLGQ01

              SET  WRK-CN-ARQLGA01     TO TRUE
              CLOSE ARQLGA01
              IF NOT WRK-FS-LGA01-OK
                 MOVE WRK-FS-ARQLGA01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       7000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       7050-COPIAR-ACESSOS SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQLGA01        TO TRUE

           WRITE FD-ARQLGA01 FROM ARQLGA01-REGISTRO

           IF WRK-FS-LGA01-OK
              ADD 1 TO ACU-GRAVA-ARQLGA01
           ELSE
              MOVE WRK-FS-ARQLGA01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 7100-LER-FILA-ACESSOS
           .
      *----------------------------------------------------------------*
       7050-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       7100-LER-FILA-ACESSOS SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQLGQ01        TO TRUE

           READ ARQLGQ01 INTO ARQLGA01-REGISTRO

           IF WRK-FS-LGQ01-OK OR WRK-FS-LGQ01-FIM
              IF WRK-FS-LGQ01-OK
                 ADD 1 TO ACU-LIDOS-ARQLGQ01
              END-IF
           ELSE
              MOVE WRK-FS-ARQLGQ01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       7100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE GRAVACAO DO ARQUIVO DE IMAGENS REJEITADAS         *
      *----------------------------------------------------------------*
       3960-GRAVAR-REJEITO SECTION.
           DISPLAY '* QTDE LIDAS DA FILA JRNQ    : ' WRK-MASK-QTDE  '*'
           MOVE ACU-GRAVA-ARQJRN01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE GRAVADAS NO JORNAL    : ' WRK-MASK-QTDE  '*'
           MOVE ACU-LIDOS-ARQDPQ01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE LIDAS DA FILA DEPQ    : ' WRK-MASK-QTDE  '*'
           MOVE ACU-GRAVA-ARQHDP01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE GRAVADAS HIST. DEPTOS : ' WRK-MASK-QTDE  '*'
           MOVE ACU-LIDOS-ARQLGQ01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE LIDAS DA FILA LGPQ    : ' WRK-MASK-QTDE  '*'
           MOVE ACU-GRAVA-ARQLGA01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE GRAVADAS ACESSOS LGPD : ' WRK-MASK-QTDE  '*'
           DISPLAY '*                                                *'
           DISPLAY '* ' WRK-PROGRAMA ' FIM NORMAL                    *'
           DISPLAY '**************************************************'
