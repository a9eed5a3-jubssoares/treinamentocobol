      *               CONSENTIMENTO LGPD: UM EVENTO POR TRANSACAO      *
      *               APLICADA PELO EXER0513, COM AS IMAGENS ANTERIOR  *
      *               E NOVA DO REGISTRO (ARQUIVO ACUMULATIVO)         *
      * TAMANHO     : 109 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 03/09/2026                                       *
      * ALTERACOES:                                                    *
      *  15/10/2026 - J.SOARES - IMAGENS DO REGISTRO PASSAM DE 31 PARA *
      *                          47 BYTES (CON05105 COM OS DADOS DO    *
      *                          OPEN FINANCE): TRILHA DE 77 PARA 109  *
      *----------------------------------------------------------------*
      *                       DADOS DE SAIDA                           *
      *----------------------------------------------------------------*
          03 ARQCOH01-DAT-EVENTO        PIC 9(08).
          03 ARQCOH01-HOR-EVENTO        PIC 9(06).
          03 ARQCOH01-TIP-EVENTO        PIC X(01).
          03 ARQCOH01-IMAGEM-ANTERIOR   PIC X(47).
          03 ARQCOH01-IMAGEM-NOVA       PIC X(47).
