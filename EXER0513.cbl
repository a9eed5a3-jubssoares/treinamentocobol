      *                    REGISTRO RESULTANTE BLOQUEIA OS EXTRATOS    *
      *                    DE CAMPANHA (EXER0505) POR PROPOSITO E      *
      *                    CANAL.                                      *
      *                    O PROPOSITO 'O' (COMPARTILHAMENTO OPEN      *
      *                    FINANCE, CANAL 'A') EXIGE A INSTITUICAO     *
      *                    RECEPTORA E UMA DATA DE VALIDADE NAO        *
      *                    ANTERIOR A DO CONSENTIMENTO; A REVOGACAO E  *
      *                    UMA ALTERACAO PARA 'N' OU A EXCLUSAO, E     *
      *                    INTERROMPE O EXTRATO DIARIO (EXER0246).     *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *
      *---------------------------------------------------------------*
      *   INPUT:      REGISTRO DE CONSENTIMENTO DA GERACAO ANTERIOR   *
      *               (OPCIONAL) - ORG. SEQUENCIAL - LRECL = 047      *
      *---------------------------------------------------------------*

       FD  ARQCON01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQCON01             PIC X(047).

      *---------------------------------------------------------------*
      *   INPUT:      TRANSACOES DE MANUTENCAO DO CONSENTIMENTO       *
      *               ORG. SEQUENCIAL   -   LRECL = 048               *
      *---------------------------------------------------------------*

       FD  ARQTRN01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQTRN01             PIC X(048).

      *---------------------------------------------------------------*
      *   OUTPUT:     NOVA GERACAO DO REGISTRO DE CONSENTIMENTO       *
      *               ORG. SEQUENCIAL   -   LRECL = 047               *
      *---------------------------------------------------------------*

       FD  ARQCON02
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQCON02             PIC X(047).

      *---------------------------------------------------------------*
      *   OUTPUT:     TRILHA DE AUDITORIA DO CONSENTIMENTO (EXTEND)   *
      *               ORG. SEQUENCIAL   -   LRECL = 109               *
      *---------------------------------------------------------------*

       FD  ARQCOH01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQCOH01             PIC X(109).

      *---------------------------------------------------------------*
      *   OUTPUT:     LOG DE AUDITORIA DE EXECUCAO (COMPARTILHADO)    *
      *
       01 WRK-CON-TABELA.
          05 WRK-CON-LINHA        OCCURS 2000 TIMES.
             10 WRK-CON-REGISTRO  PIC X(047).
             10 WRK-CON-SIT       PIC X(001).
      *       SIT: 'A' ATIVO / 'E' EXCLUIDO NA RODADA
      *
       01 WRK-IMAGEM-ANTERIOR     PIC X(047) VALUE SPACES.
       01 WRK-IMAGEM-NOVA         PIC X(047) VALUE SPACES.
      *
       01 WRK-SW-TRANSACAO        PIC X(001) VALUE 'S'.
          88 WRK-TRANSACAO-VALIDA             VALUE 'S'.
          88 WRK-TRANSACAO-INVALIDA           VALUE 'N'.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
      *
           PERFORM 3100-LOCALIZAR-CONSENTIMENTO

           PERFORM 3050-VALIDAR-OPEN-FINANCE

           IF WRK-TRANSACAO-INVALIDA
              ADD 1 TO ACU-TRANS-REJEITADAS
              PERFORM 3850-LER-TRANSACAO
              GO TO 3000-99-FIM
           END-IF

           EVALUATE TRUE
              WHEN ARQTRN01-TRANS-INCLUSAO
                 PERFORM 3200-INCLUIR
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    INCLUSAO E ALTERACAO DO PROPOSITO 'O' (OPEN FINANCE): CANAL *
      *    'A', INSTITUICAO RECEPTORA INFORMADA E VALIDADE NAO         *
      *    ANTERIOR A DATA DO CONSENTIMENTO                            *
      *----------------------------------------------------------------*
       3050-VALIDAR-OPEN-FINANCE SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-TRANSACAO-VALIDA    TO TRUE

           IF ARQTRN01-COD-PROPOSITO NOT EQUAL 'O'
              OR ARQTRN01-TRANS-EXCLUSAO
              GO TO 3050-99-FIM
           END-IF

           IF ARQTRN01-COD-CANAL NOT EQUAL 'A'
              SET WRK-TRANSACAO-INVALIDA TO TRUE
              DISPLAY '* OPEN FINANCE COM CANAL DIFERENTE DE API: '
                      ARQTRN01-CHAVE
              GO TO 3050-99-FIM
           END-IF

           IF ARQTRN01-COD-INSTITUICAO EQUAL SPACES
              SET WRK-TRANSACAO-INVALIDA TO TRUE
              DISPLAY '* OPEN FINANCE SEM INSTITUICAO RECEPTORA: '
                      ARQTRN01-CHAVE
              GO TO 3050-99-FIM
           END-IF

           IF ARQTRN01-DAT-VALIDADE NOT NUMERIC
              OR ARQTRN01-DAT-VALIDADE EQUAL ZEROS
              OR ARQTRN01-DAT-VALIDADE LESS
                 ARQTRN01-DAT-CONSENTIMENTO
              SET WRK-TRANSACAO-INVALIDA TO TRUE
              DISPLAY '* OPEN FINANCE COM VALIDADE INVALIDA: '
                      ARQTRN01-CHAVE ' ' ARQTRN01-DAT-VALIDADE
           END-IF
           .
      *----------------------------------------------------------------*
       3050-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3100-LOCALIZAR-CONSENTIMENTO SECTION.
      *----------------------------------------------------------------*
                                       TO ARQCON01-DAT-CONSENTIMENTO
           MOVE ARQTRN01-COD-ORIGEM    TO ARQCON01-COD-ORIGEM

           IF ARQTRN01-COD-PROPOSITO EQUAL 'O'
              MOVE ARQTRN01-COD-INSTITUICAO
                                       TO ARQCON01-COD-INSTITUICAO
              MOVE ARQTRN01-DAT-VALIDADE
                                       TO ARQCON01-DAT-VALIDADE
           ELSE
              MOVE SPACES              TO ARQCON01-COD-INSTITUICAO
              MOVE ZEROS               TO ARQCON01-DAT-VALIDADE
           END-IF

           MOVE ARQCON01-REGISTRO      TO WRK-IMAGEM-NOVA
           .
      *----------------------------------------------------------------*
