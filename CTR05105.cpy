      * DESCRICAO   : TRANSACOES DE MANUTENCAO DO REGISTRO DE          *
      *               CONSENTIMENTO LGPD (CON05105), APLICADAS PELO    *
      *               EXER0513 COM TRILHA DE AUDITORIA                 *
      * TAMANHO     : 48 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 03/09/2026                                       *
      * ALTERACOES:                                                    *
      *  15/10/2026 - J.SOARES - INSTITUICAO RECEPTORA E DATA DE       *
      *                          VALIDADE DO PROPOSITO 'O' (OPEN       *
      *                          FINANCE): TRANSACAO PASSA DE 32 PARA  *
      *                          48 BYTES                              *
      *----------------------------------------------------------------*
      *                       DADOS DE ENTRADA                         *
      *----------------------------------------------------------------*
          03 ARQTRN01-SIT-CONSENTIMENTO PIC X(01).
          03 ARQTRN01-DAT-CONSENTIMENTO PIC 9(08).
          03 ARQTRN01-COD-ORIGEM        PIC X(10).
          03 ARQTRN01-COD-INSTITUICAO   PIC X(08).
          03 ARQTRN01-DAT-VALIDADE      PIC 9(08).
