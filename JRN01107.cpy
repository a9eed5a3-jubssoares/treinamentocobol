      *               CADASTRO (EXER0106/EXER0108/EXER0112 VIA FILA    *
      *               TD 'JRNQ'); BASE DA RECUPERACAO A FRENTE         *
      *               (EXER0117) SOBRE A ULTIMA DESCARGA DO EXER0111   *
      * TAMANHO     : 237 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 03/09/2026                                       *
      * ALTERACOES:                                                    *
      *  15/10/2026 - J.SOARES - ACOMPANHA O CRESCIMENTO DO ENT01105   *
      *                          (SEGMENTO DE DOCUMENTO): REGISTRO     *
      *                          PASSA DE 214 PARA 229 BYTES           *
      *  15/10/2026 - J.SOARES - ACOMPANHA O CRESCIMENTO DO ENT01105   *
      *                          (DATA DE ADMISSAO): REGISTRO          *
      *                          PASSA DE 229 PARA 237 BYTES           *
      *----------------------------------------------------------------*
      *                       DADOS DE SAIDA                           *
      *----------------------------------------------------------------*
              88 ARQJRN01-EVENTO-ALTERACAO         VALUE 'A'.
              88 ARQJRN01-EVENTO-EXCLUSAO          VALUE 'E'.
           05 ARQJRN01-COD-FUNCO               PIC 9(08).
           05 ARQJRN01-DADOS-DEPOIS            PIC X(206).
