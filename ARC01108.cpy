      * DESCRICAO   : ARQUIVO ACUMULATIVO DE FUNCIONARIOS EXPURGADOS   *
      *               DO CADASTRO (ARQENT01) PELO EXPURGO DE DATAS DE  *
      *               CONTROLE VENCIDAS HA MAIS DE N ANOS              *
      * TAMANHO     : 214 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 22/08/2026                                       *
      * ALTERACOES:                                                    *
      *  02/09/2026 - J.SOARES - ACOMPANHA O CRESCIMENTO DO ENT01105   *
      *                          (SEGMENTO DE REMUNERACAO): REGISTRO   *
      *                          PASSA DE 177 PARA 191 BYTES           *
      *  15/10/2026 - J.SOARES - ACOMPANHA O CRESCIMENTO DO ENT01105   *
      *                          (SEGMENTO DE DOCUMENTO): REGISTRO     *
      *                          PASSA DE 191 PARA 206 BYTES           *
      *  15/10/2026 - J.SOARES - ACOMPANHA O CRESCIMENTO DO ENT01105   *
      *                          (DATA DE ADMISSAO): REGISTRO          *
      *                          PASSA DE 206 PARA 214 BYTES           *
      *----------------------------------------------------------------*
      *                       DADOS DE SAIDA                           *
      *----------------------------------------------------------------*

       01 ARQARC01-REGISTRO.
           05 ARQARC01-DAT-EXPURGO             PIC 9(08).
           05 ARQARC01-DADOS-FUNCO             PIC X(206).
