      *                    LOTE_CLIENTE_TRAB E UM UNICO CURSOR DE      *
      *                    JUNCAO RESOLVE INFO_PSSOA/ENDER_PSSOA,      *
      *                    SUBSTITUINDO OS SELECTS UNITARIOS POR       *
      *                    CLIENTE. O HISTORICO DE EXTRACOES           *
      *                    (EXTR_CLIENTE) E EXPURGADO, COM             *
      *                    ARQUIVAMENTO, PELO EXER0617                 *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
          05 WRK-PARM-QTDE-REGS-COMMIT PIC 9(005) VALUE ZEROS.
          05 WRK-PARM-QUALIFICADOR-DB2 PIC X(008) VALUE SPACES.
          05 WRK-PARM-DATA-REF-ALTERACAO PIC 9(008) VALUE ZEROS.
          05 FILLER                   PIC X(004) VALUE SPACES.
          05 FILLER                   PIC X(055) VALUE SPACES.

       77 ACU-INSERIDOS-DB2       PIC 9(005) VALUE ZEROS.

      *----------------------------------------------------------------*
              PERFORM 9300-ERRO-DB2
           END-IF

      *    O EXPURGO POR IDADE DO HISTORICO DE EXTRACOES (EXTR_CLIENTE)
      *    E FEITO PELO EXER0617, COM ARQUIVAMENTO PREVIO DAS LINHAS
           .
      *
      *----------------------------------------------------------------*
                 DISPLAY '* QUALIFICADOR DB2 VIA PARAMETRO: '
                         WRK-QUALIFICADOR-DB2
              END-IF
              IF WRK-FS-PARM-OK AND
                 WRK-PARM-DATA-REF-ALTERACAO NOT EQUAL ZEROS
                 MOVE WRK-PARM-DATA-REF-ALTERACAO (1:4) TO
