      * NOME DO BOOK: COR06105                                         *
      * DESCRICAO   : TRANSACAO DE CORRECAO PARA REINJECAO DE          *
      *               REGISTROS REJEITADOS (FLUXOS 01/02/03)           *
      * TAMANHO     : 308 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 22/08/2026                                       *
      * ALTERACOES:                                                    *
      *  02/09/2026 - J.SOARES - REG-CORRIGIDO AMPLIADO PARA 183       *
      *                          BYTES (SEGMENTO DE REMUNERACAO DO     *
      *                          ENT01105); REGISTRO DE 271 P/ 285     *
      *  15/10/2026 - J.SOARES - REG-CORRIGIDO AMPLIADO PARA 198       *
      *                          BYTES (SEGMENTO DE DOCUMENTO DO       *
      *                          ENT01105); REGISTRO DE 285 P/ 300     *
      *  15/10/2026 - J.SOARES - REG-CORRIGIDO AMPLIADO PARA 206       *
      *                          BYTES (DATA DE ADMISSAO DO ENT01105); *
      *                          REGISTRO DE 300 P/ 308                *
      *----------------------------------------------------------------*
      *                       DADOS DE ENTRADA                         *
      *----------------------------------------------------------------*
             88 ARQCOR01-FLUXO-VALIDO              VALUE '01' '02'
                                                         '03'.
          03 ARQCOR01-REJ-ORIGINAL      PIC X(100).
          03 ARQCOR01-REG-CORRIGIDO     PIC X(206).
