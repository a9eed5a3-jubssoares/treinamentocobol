      * NOME DO BOOK: MNT01106                                         *
      * DESCRICAO   : ARQUIVO DE TRANSACOES DE MANUTENCAO DO CADASTRO  *
      *               DE FUNCIONARIOS (INCLUSAO/ALTERACAO/EXCLUSAO)    *
      * TAMANHO     : 238 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 09/08/2026                                       *
      * ALTERACOES:                                                    *
      *                          (TRANSFERENCIA EM MASSA DE            *
      *                          DEPARTAMENTO) E DO CAMPO              *
      *                          COD-DEPTO-ORIGEM                     *
      *  15/10/2026 - J.SOARES - DUPLO CONTROLE: INCLUSAO DO USUARIO   *
      *                          (COD-USUARIO) E DAS TRANSACOES 'V'    *
      *                          (APROVACAO) E 'R' (REPROVACAO) DA     *
      *                          SOLICITACAO PENDENTE (APV01106)       *
      *  15/10/2026 - J.SOARES - INCLUSAO DO CPF DO FUNCIONARIO E DA   *
      *                          AGENCIA DE LOTACAO (I/A); CPF COM     *
      *                          DIGITO VERIFICADOR CRITICADO          *
      *  15/10/2026 - J.SOARES - INCLUSAO DA DATA DE ADMISSAO (I/A)    *
      *                          VALIDADA COMO DATA DO CALENDARIO      *
      *----------------------------------------------------------------*
      *                       DADOS DE ENTRADA                         *
      *----------------------------------------------------------------*
      * TIPO-TRANSACAO            'I' INCLUSAO, 'A' ALTERACAO,         *
      *                           'E' EXCLUSAO, 'S' SITUACAO,         *
      *                           'D' TRANSFERENCIA DE DEPARTAMENTO,  *
      *                           'V' APROVACAO, 'R' REPROVACAO       *
      * COD-FUNCO                 Codigo do funcionario                *
      * NOM-FUNCO                 Nome do funcionario (I/A)            *
      * NOM-ESCTO                 Nome do escritorio (I/A)             *
      * VAL-SALARIO               Salario mensal (I/A)                 *
      * COD-GRADE                 Grade salarial (I/A; brancos =       *
      *                           sem remuneracao cadastrada)          *
      * COD-USUARIO               Usuario solicitante (I/A/E/S/D) ou   *
      *                           aprovador (V/R); deve ser diferente  *
      *                           do solicitante da pendencia          *
      * CPF-FUNCO                 CPF do funcionario (I/A); zeros =    *
      *                           mantem o CPF do cadastro             *
      * COD-AGENCIA               Agencia de lotacao (I/A); zeros =    *
      *                           mantem a agencia do cadastro         *
      * DAT-ADMISSAO              Data de admissao AAAAMMDD (I/A);     *
      *                           zeros = mantem a data do cadastro    *
      *----------------------------------------------------------------*

       01 ARQMNT01-REGISTRO.
              88 ARQMNT01-TRANS-EXCLUSAO       VALUE 'E'.
              88 ARQMNT01-TRANS-SITUACAO       VALUE 'S'.
              88 ARQMNT01-TRANS-TRANSFERENCIA  VALUE 'D'.
              88 ARQMNT01-TRANS-APROVACAO      VALUE 'V'.
              88 ARQMNT01-TRANS-REPROVACAO     VALUE 'R'.
           05 ARQMNT01-COD-FUNCO                PIC 9(08).
           05 ARQMNT01-NOM-FUNCO                PIC X(50).
           05 ARQMNT01-NOM-ESCTO                PIC X(30).
           05 ARQMNT01-COD-DEPTO-ORIGEM         PIC 9(15).
           05 ARQMNT01-VAL-SALARIO              PIC 9(09)V99.
           05 ARQMNT01-COD-GRADE                PIC X(03).
           05 ARQMNT01-COD-USUARIO              PIC X(08).
           05 ARQMNT01-CPF-FUNCO                PIC 9(11).
           05 ARQMNT01-COD-AGENCIA              PIC 9(04).
           05 ARQMNT01-DAT-ADMISSAO             PIC 9(08).
