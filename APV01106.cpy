      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 1      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: APV01106                                         *
      * DESCRICAO   : SOLICITACOES DE ALTERACAO SENSIVEL DO CADASTRO   *
      *               (SALARIO, GRADE E SITUACAO) AGUARDANDO APROVACAO *
      *               DE UM SEGUNDO USUARIO (DUPLO CONTROLE). KSDS     *
      *               COM CHAVE COD-FUNCO: UMA SOLICITACAO ABERTA POR  *
      *               FUNCIONARIO; A DECIDIDA E SOBREPOSTA PELA PROXIMA*
      * TAMANHO     : 120 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      * NOME DO CAMPO             DESCRICAO
      * ================          =========
      * COD-FUNCO                 Codigo do funcionario (chave)
      * SIT-APROVACAO             'P' pendente, 'A' aprovada,
      *                           'R' reprovada, 'X' expirada
      * COD-USUARIO-SOLIC         Usuario que solicitou a alteracao
      * DAT-SOLICITACAO           Data da solicitacao (AAAAMMDD)
      * HOR-SOLICITACAO           Hora da solicitacao (HHMMSS)
      * PROGRAMA-ORIGEM           EXER0106 (batch) ou EXER0112 (EX12)
      * DAT-EXPIRACAO             Ultimo dia para a decisao (AAAAMMDD)
      * VAL-SALARIO-ATUAL         Salario no cadastro na solicitacao
      * COD-GRADE-ATUAL           Grade no cadastro na solicitacao
      * SIT-FUNCO-ATUAL           Situacao no cadastro na solicitacao
      * VAL-SALARIO-NOVO          Salario solicitado
      * COD-GRADE-NOVO            Grade solicitada
      * SIT-FUNCO-NOVO            Situacao solicitada
      * COD-USUARIO-APROV         Usuario que aprovou/reprovou
      * DAT-DECISAO               Data da decisao ou da expiracao
      * HOR-DECISAO               Hora da decisao ou da expiracao
      *----------------------------------------------------------------*

       01 ARQAPV01-REGISTRO.
           05 ARQAPV01-COD-FUNCO               PIC 9(08).
           05 ARQAPV01-SIT-APROVACAO           PIC X(01).
              88 ARQAPV01-PENDENTE             VALUE 'P'.
              88 ARQAPV01-APROVADA             VALUE 'A'.
              88 ARQAPV01-REPROVADA            VALUE 'R'.
              88 ARQAPV01-EXPIRADA             VALUE 'X'.
           05 ARQAPV01-COD-USUARIO-SOLIC       PIC X(08).
           05 ARQAPV01-DAT-SOLICITACAO         PIC 9(08).
           05 ARQAPV01-HOR-SOLICITACAO         PIC 9(06).
           05 ARQAPV01-PROGRAMA-ORIGEM         PIC X(08).
           05 ARQAPV01-DAT-EXPIRACAO           PIC 9(08).
           05 ARQAPV01-VAL-SALARIO-ATUAL       PIC 9(09)V99.
           05 ARQAPV01-COD-GRADE-ATUAL         PIC X(03).
           05 ARQAPV01-SIT-FUNCO-ATUAL         PIC X(01).
           05 ARQAPV01-VAL-SALARIO-NOVO        PIC 9(09)V99.
           05 ARQAPV01-COD-GRADE-NOVO          PIC X(03).
           05 ARQAPV01-SIT-FUNCO-NOVO          PIC X(01).
           05 ARQAPV01-COD-USUARIO-APROV       PIC X(08).
           05 ARQAPV01-DAT-DECISAO             PIC 9(08).
           05 ARQAPV01-HOR-DECISAO             PIC 9(06).
           05 FILLER                           PIC X(21).
