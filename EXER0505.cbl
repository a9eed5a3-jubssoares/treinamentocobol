      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *        
      *      ARQSAI01                                ------------      *        
      *      ARQTRM01 (ARQUIVOS ENVIADOS - EXER0618)   TRM06118        *
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
      *                                                                *

           SELECT ARQSEG05 ASSIGN       TO UT-S-ARQSEG05
                      FILE STATUS       IS WRK-FS-ARQSEG05.

           SELECT OPTIONAL ARQTRM01 ASSIGN TO UT-S-ARQTRM01
                      FILE STATUS       IS WRK-FS-ARQTRM01.
      *
      *================================================================*
       DATA                            DIVISION.
      *   INPUT:      REGISTRO DE CONSENTIMENTO LGPD (OPCIONAL):      *
      *               QUANDO PRESENTE, CADA CANAL DO EXTRATO EXIGE    *
      *               CONSENTIMENTO 'S' PARA MARKETING NO CANAL       *
      *               ORG. SEQUENCIAL   -   LRECL = 047               *
      *---------------------------------------------------------------*

       FD  ARQCON01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQCON01             PIC X(047).

      *----------------------------------------------------------------*
      *   OUTPUT:     EXTRATO DO CANAL SMS                             *
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSEG05             PIC X(155).

      *----------------------------------------------------------------*
      *   OUTPUT:     REGISTRO DE ARQUIVOS ENVIADOS A PARCEIROS        *
      *               (ACRESCIMO, LIDO PELO MONITOR EXER0618)          *
      *               ORG. SEQUENCIAL   -   LRECL = 120                *
      *----------------------------------------------------------------*

       FD  ARQTRM01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQTRM01             PIC X(120).

      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
           03 ACU-DESPREZADOS        PIC 9(005) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI01     PIC 9(005) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI02     PIC 9(005) VALUE ZEROS.
           03 ACU-HASH-ARQSAI01      PIC 9(015)V99 VALUE ZEROS.
           03 ACU-HASH-SMS           PIC 9(015)V99 VALUE ZEROS.

       01 WRK-CABEC.
          05 WRK-CABEC-ARQSAI01   PIC  X(041) VALUE
          88 WRK-NOM-ARQSAI02     VALUE 'ARQSAI02'.
          88 WRK-NOM-ARQAUD01     VALUE 'ARQAUD01'.
          88 WRK-NOM-ARQCON01     VALUE 'ARQCON01'.
          88 WRK-NOM-ARQTRM01     VALUE 'ARQTRM01'.

       77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
          88 WRK-CM-OPEN          VALUE 'OPEN '.
             88 WRK-FS-SEG04-OK   VALUE '00'.
          05 WRK-FS-ARQSEG05      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SEG05-OK   VALUE '00'.
          05 WRK-FS-ARQTRM01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-TRM01-OK   VALUE '00' '05'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.
      
      *----------------------------------------------------------------*
      *
           COPY REJ05105.
           COPY CON05105.
           COPY TRM06118.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(040) VALUE
      *
      *    A SUPRESSAO DE CAMPANHA E APLICADA NA PROPRIA JUNCAO       *
      *    (SUPR_CAMPANHA, CARREGADA PELO EXER0507): O CLIENTE         *
      *    SUPRIMIDO NEM CHEGA AO PROGRAMA ('O' OPT-OUT E 'F' OBITO    *
      *    SAO PERMANENTES)                                            *
           EXEC SQL DECLARE CSR-B069 CURSOR WITH HOLD FOR
              SELECT CCLUB, IPSSOA_COPLT, EEMAIL_PSSOA,
                     NTELEF_PSSOA
                  AND   NOT EXISTS
                        (SELECT 1 FROM SUPR_CAMPANHA S
                          WHERE S.CCLUB = INFO_PSSOA.CCLUB
                            AND (S.TIP_SUPRESSAO IN ('O', 'F')
                             OR (S.TIP_SUPRESSAO = 'B'
                                 AND S.EEMAIL =
                                     INFO_PSSOA.EEMAIL_PSSOA)
                 AND EXISTS
                     (SELECT 1 FROM SUPR_CAMPANHA S
                       WHERE S.CCLUB = INFO_PSSOA.CCLUB
                         AND (S.TIP_SUPRESSAO IN ('O', 'F')
                          OR (S.TIP_SUPRESSAO = 'B'
                              AND S.EEMAIL =
                                  INFO_PSSOA.EEMAIL_PSSOA)
              END-IF

              ADD 1 TO ACU-GRAVA-ARQSAI01
              ADD CCLUB                TO ACU-HASH-ARQSAI01
              SET WRK-CLIENTE-EXTRAIDO TO TRUE

              IF WRK-QTDE-SEGMENTOS GREATER ZEROS
              END-IF

              ADD 1 TO ACU-GRAVA-SMS
              ADD CCLUB                TO ACU-HASH-SMS
              SET WRK-CLIENTE-EXTRAIDO TO TRUE
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGISTRA OS EXTRATOS DA CAMPANHA NO REGISTRO DE ARQUIVOS    *
      *    ENVIADOS (EXER0618): E-MAIL SEMPRE (QTDE INCLUI O           *
      *    CABECALHO), SMS QUANDO O CANAL FOI SELECIONADO. TOTAL DE    *
      *    CONTROLE = SOMA DOS CODIGOS DE CLIENTE EXTRAIDOS            *
      *----------------------------------------------------------------*
       3995-REGISTRAR-ENVIOS SECTION.
      *----------------------------------------------------------------*

           INITIALIZE ARQTRM01-REGISTRO

           MOVE 'EML05505'             TO ARQTRM01-ID-ARQUIVO
           ADD 1 ACU-GRAVA-ARQSAI01    GIVING ARQTRM01-QTDE-REGS
           MOVE ACU-HASH-ARQSAI01      TO ARQTRM01-VAL-HASH
           PERFORM 3996-GRAVAR-ENVIO

           IF WRK-CANAL-SMS OR WRK-CANAL-AMBOS
              INITIALIZE ARQTRM01-REGISTRO
              MOVE 'SMS05505'          TO ARQTRM01-ID-ARQUIVO
              MOVE ACU-GRAVA-SMS       TO ARQTRM01-QTDE-REGS
              MOVE ACU-HASH-SMS        TO ARQTRM01-VAL-HASH
              PERFORM 3996-GRAVAR-ENVIO
           END-IF
           .
      *----------------------------------------------------------------*
       3995-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3996-GRAVAR-ENVIO SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-PROGRAMA           TO ARQTRM01-COD-PROGRAMA
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO ARQTRM01-DAT-GERACAO
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO ARQTRM01-HOR-GERACAO
           SET ARQTRM01-AGUARDANDO     TO TRUE

           SET  WRK-NOM-ARQTRM01       TO TRUE
           SET  WRK-CM-OPEN            TO TRUE
           OPEN EXTEND ARQTRM01

           IF NOT WRK-FS-TRM01-OK
              MOVE WRK-FS-ARQTRM01
                                     TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CM-WRITE           TO TRUE
           WRITE FD-ARQTRM01 FROM ARQTRM01-REGISTRO

           IF NOT WRK-FS-TRM01-OK
              MOVE WRK-FS-ARQTRM01
                                     TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CM-CLOSE           TO TRUE
           CLOSE ARQTRM01
           .
      *----------------------------------------------------------------*
       3996-99-FIM.
           EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ROTINA DE GRAVACAO DO LOG DE AUDITORIA DE EXECUCAO          *
      *----------------------------------------------------------------*
              PERFORM 9300-ERRO-DB2
           END-IF

           PERFORM 3995-REGISTRAR-ENVIOS

           PERFORM 3990-GRAVAR-AUDITORIA

           SET  WRK-NOM-ARQAUD01 TO TRUE
