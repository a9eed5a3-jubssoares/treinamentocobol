      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: RJU02227                                         *
      * DESCRICAO   : RESPOSTA AO SISTEMA DO JUDICIARIO SOBRE AS       *
      *               ORDENS DE BLOQUEIO/LIBERACAO (OJU02227) E OS     *
      *               COMPLEMENTOS DE BLOQUEIO DE ORDENS PENDENTES,    *
      *               DENTRO DE ENVELOPE HDR/TRL (HDT00105)            *
      * TAMANHO     : 100 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE SAIDA                           *
      *----------------------------------------------------------------*
      * NUM-ORDEM      NUMERO DA ORDEM NO JUDICIARIO                   *
      * COD-ORGAO      ORGAO JUDICIAL EMISSOR                          *
      * CPF            CPF DO EXECUTADO                                *
      * TIP-ORDEM      TIPO DA ORDEM RESPONDIDA ('B' / 'L')            *
      * COD-RESPOSTA   BT BLOQUEIO TOTAL      BP BLOQUEIO PARCIAL      *
      *                SS SEM SALDO (PENDENTE) CP COMPLEMENTO DE       *
      *                BLOQUEIO   LT LIBERACAO TOTAL   LP LIBERACAO    *
      *                PARCIAL    RJ ORDEM REJEITADA                   *
      * VAL-DETERMINADO VALOR DETERMINADO VIGENTE DA ORDEM (REAIS)     *
      * VAL-BLOQUEADO  TOTAL BLOQUEADO DA ORDEM APOS A RESPOSTA; NA    *
      *                LIBERACAO, VALOR LIBERADO                       *
      * VAL-PENDENTE   SALDO AINDA NAO BLOQUEADO DA ORDEM              *
      * DAT-RESPOSTA   DATA DE REFERENCIA DA RODADA (AAAAMMDD)         *
      * DESC-RESPOSTA  DESCRICAO DA RESPOSTA / MOTIVO DA REJEICAO      *
      *----------------------------------------------------------------*

       01 ARQRJU01-REGISTRO.
          03 ARQRJU01-NUM-ORDEM         PIC X(20).
          03 ARQRJU01-COD-ORGAO         PIC X(07).
          03 ARQRJU01-CPF               PIC 9(11).
          03 ARQRJU01-TIP-ORDEM         PIC X(01).
          03 ARQRJU01-COD-RESPOSTA      PIC X(02).
             88 ARQRJU01-BLOQUEIO-TOTAL             VALUE 'BT'.
             88 ARQRJU01-BLOQUEIO-PARCIAL           VALUE 'BP'.
             88 ARQRJU01-SEM-SALDO                  VALUE 'SS'.
             88 ARQRJU01-COMPLEMENTO                VALUE 'CP'.
             88 ARQRJU01-LIBERACAO-TOTAL            VALUE 'LT'.
             88 ARQRJU01-LIBERACAO-PARCIAL          VALUE 'LP'.
             88 ARQRJU01-REJEITADA                  VALUE 'RJ'.
          03 ARQRJU01-VAL-DETERMINADO   PIC S9(15)V99 COMP-3.
          03 ARQRJU01-VAL-BLOQUEADO     PIC S9(15)V99 COMP-3.
          03 ARQRJU01-VAL-PENDENTE      PIC S9(15)V99 COMP-3.
          03 ARQRJU01-DAT-RESPOSTA      PIC 9(08).
          03 ARQRJU01-DESC-RESPOSTA     PIC X(24).
