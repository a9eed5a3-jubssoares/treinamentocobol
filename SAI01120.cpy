      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 1      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: SAI01120                                         *
      * DESCRICAO   : LINHA DE DETALHE DO RELATORIO DIARIO DE          *
      *               SOLICITACOES DE ALTERACAO SENSIVEL PENDENTES DE  *
      *               APROVACAO E DAS EXPIRADAS NA EXECUCAO            *
      * TAMANHO     : 132 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      * NOME DO CAMPO             DESCRICAO
      * ================          =========
      * COD-FUNCO                 Codigo do funcionario
      * SITUACAO                  'PENDENTE' ou 'EXPIRADA'
      * COD-USUARIO-SOLIC         Usuario solicitante
      * PROGRAMA-ORIGEM           EXER0106 (batch) ou EXER0112 (EX12)
      * DAT-SOLICITACAO           Data da solicitacao (DD/MM/AAAA)
      * DAT-EXPIRACAO             Ultimo dia para a decisao
      * DIAS-ABERTA               Dias corridos desde a solicitacao
      * VAL-SALARIO-ATUAL         Salario no cadastro
      * COD-GRADE-ATUAL           Grade no cadastro
      * SIT-FUNCO-ATUAL           Situacao no cadastro
      * VAL-SALARIO-NOVO          Salario solicitado
      * COD-GRADE-NOVO            Grade solicitada
      * SIT-FUNCO-NOVO            Situacao solicitada
      *----------------------------------------------------------------*

       01 ARQSAI01-REGISTRO.
          03 ARQSAI01-COD-FUNCO            PIC 9(008).
          03 FILLER                        PIC X(002) VALUE SPACES.
          03 ARQSAI01-SITUACAO             PIC X(008).
          03 FILLER                        PIC X(002) VALUE SPACES.
          03 ARQSAI01-COD-USUARIO-SOLIC    PIC X(008).
          03 FILLER                        PIC X(002) VALUE SPACES.
          03 ARQSAI01-PROGRAMA-ORIGEM      PIC X(008).
          03 FILLER                        PIC X(002) VALUE SPACES.
          03 ARQSAI01-DAT-SOLICITACAO      PIC X(010).
          03 FILLER                        PIC X(002) VALUE SPACES.
          03 ARQSAI01-DAT-EXPIRACAO        PIC X(010).
          03 FILLER                        PIC X(002) VALUE SPACES.
          03 ARQSAI01-DIAS-ABERTA          PIC ZZ9.
          03 FILLER                        PIC X(002) VALUE SPACES.
          03 ARQSAI01-VAL-SALARIO-ATUAL    PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER                        PIC X(001) VALUE SPACES.
          03 ARQSAI01-COD-GRADE-ATUAL      PIC X(003).
          03 FILLER                        PIC X(001) VALUE SPACES.
          03 ARQSAI01-SIT-FUNCO-ATUAL      PIC X(001).
          03 FILLER                        PIC X(002) VALUE SPACES.
          03 ARQSAI01-VAL-SALARIO-NOVO     PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER                        PIC X(001) VALUE SPACES.
          03 ARQSAI01-COD-GRADE-NOVO       PIC X(003).
          03 FILLER                        PIC X(001) VALUE SPACES.
          03 ARQSAI01-SIT-FUNCO-NOVO       PIC X(001).
          03 FILLER                        PIC X(021) VALUE SPACES.
