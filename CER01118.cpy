      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 1      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: CER01118                                         *
      * DESCRICAO   : CERTIFICACOES DO FUNCIONARIO (VSAM KSDS, CHAVE   *
      *               COD-FUNCO + COD-CERTIF), CADA UMA COM A SUA      *
      *               PROPRIA DATA DE CONTROLE                         *
      * TAMANHO     : 050 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DO CADASTRO                        *
      *----------------------------------------------------------------*
      * COD-FUNCO                 Codigo do funcionario (ARQENT01)     *
      * COD-CERTIF                Tipo de certificacao (ARQTCE01)      *
      * DAT-CNTRL                 Data de controle/vencimento da       *
      *                           certificacao (DD/MM/AAAA)            *
      * NUM-DOCUMENTO             Numero do certificado/licenca        *
      * DAT-ULT-ATULZ             Data da ultima atualizacao AAAAMMDD  *
      *----------------------------------------------------------------*

       01 ARQCER01-REGISTRO.
           05 ARQCER01-CHAVE.
              10 ARQCER01-COD-FUNCO            PIC 9(08).
              10 ARQCER01-COD-CERTIF           PIC X(04).
           05 ARQCER01-DAT-CNTRL                PIC X(10).
           05 ARQCER01-NUM-DOCUMENTO            PIC X(20).
           05 ARQCER01-DAT-ULT-ATULZ            PIC 9(08).
