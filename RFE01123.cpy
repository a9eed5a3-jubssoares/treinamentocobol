      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 1      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: RFE01123                                         *
      * DESCRICAO   : LINHA DE DETALHE DO RELATORIO MENSAL, POR        *
      *               DEPARTAMENTO, DOS FUNCIONARIOS COM PERIODO DE    *
      *               FERIAS A VENCER (RISCO DE PAGAMENTO EM DOBRO)    *
      *               OU JA VENCIDO (EXER0123)                         *
      * TAMANHO     : 132 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      * NOME DO CAMPO             DESCRICAO
      * ================          =========
      * COD-FUNCO                 Codigo do funcionario
      * NOM-FUNCO                 Nome do funcionario
      * DAT-ADMISSAO              Data de admissao (DD/MM/AAAA)
      * QTD-PENDENTES             Periodos completos nao quitados
      * QTD-VENCIDOS              Periodos com concessivo esgotado
      * DAT-INI-PERIODO           Inicio do periodo pendente mais
      *                           antigo (DD/MM/AAAA)
      * DAT-LIMITE                Ultimo dia para conceder as ferias
      *                           desse periodo (DD/MM/AAAA)
      * DIAS-RESTANTES            Dias ate o limite (negativo =
      *                           limite ja ultrapassado)
      * SITUACAO                  'A VENCER' / 'DOBRA DEVIDA'
      *----------------------------------------------------------------*

       01 ARQRFE01-REGISTRO.
          03 ARQRFE01-COD-FUNCO            PIC Z(07)9.
          03 FILLER                        PIC X(002) VALUE SPACES.
          03 ARQRFE01-NOM-FUNCO            PIC X(040).
          03 FILLER                        PIC X(002) VALUE SPACES.
          03 ARQRFE01-DAT-ADMISSAO         PIC X(010).
          03 FILLER                        PIC X(002) VALUE SPACES.
          03 ARQRFE01-QTD-PENDENTES        PIC ZZ9.
          03 FILLER                        PIC X(002) VALUE SPACES.
          03 ARQRFE01-QTD-VENCIDOS         PIC ZZ9.
          03 FILLER                        PIC X(002) VALUE SPACES.
          03 ARQRFE01-DAT-INI-PERIODO      PIC X(010).
          03 FILLER                        PIC X(002) VALUE SPACES.
          03 ARQRFE01-DAT-LIMITE           PIC X(010).
          03 FILLER                        PIC X(002) VALUE SPACES.
          03 ARQRFE01-DIAS-RESTANTES       PIC -ZZZ9.
          03 FILLER                        PIC X(002) VALUE SPACES.
          03 ARQRFE01-SITUACAO             PIC X(015).
          03 FILLER                        PIC X(012) VALUE SPACES.
