      * DESCRICAO   : ARQUIVO ACUMULATIVO DE IMAGENS-ANTES DO CADASTRO *
      *               DE FUNCIONARIOS, GRAVADO PELA MANUTENCAO A CADA  *
      *               ALTERACAO/EXCLUSAO/TROCA DE SITUACAO ACEITA      *
      * TAMANHO     : 221 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 22/08/2026                                       *
      * ALTERACOES:                                                    *
      *                          IMAGEM E O REGISTRO RECEM-INCLUIDO    *
      *                          (IMAGEM-DEPOIS), PARA OS RELATORIOS   *
      *                          DE MOVIMENTACAO DE QUADRO             *
      *  15/10/2026 - J.SOARES - ACOMPANHA O CRESCIMENTO DO ENT01105   *
      *                          (SEGMENTO DE DOCUMENTO): REGISTRO     *
      *                          PASSA DE 198 PARA 213 BYTES           *
      *  15/10/2026 - J.SOARES - ACOMPANHA O CRESCIMENTO DO ENT01105   *
      *                          (DATA DE ADMISSAO): REGISTRO          *
      *                          PASSA DE 213 PARA 221 BYTES           *
      *----------------------------------------------------------------*
      *                       DADOS DE SAIDA                           *
      *----------------------------------------------------------------*
           05 ARQHIS01-TIPO-TRANSACAO          PIC X(01).
           05 ARQHIS01-DADOS-ANTES.
              10 ARQHIS01-COD-FUNCO            PIC 9(08).
              10 FILLER                        PIC X(198).
