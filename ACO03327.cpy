      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 3      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: ACO03327                                         *
      * DESCRICAO   : ACEITES DE OFERTAS DE CREDITO PRE-APROVADO       *
      *               (OFE03326) CAPTADOS NOS CANAIS. O EXER0327       *
      *               CONFERE O ACEITE CONTRA A OFERTA DO CPF E GERA A *
      *               SOLICITACAO DE EMPRESTIMO (SOL03314) DECIDIDA    *
      *               PELO EXER0314. OS ACEITES CONVERTIDOS SAO        *
      *               ACUMULADOS NO HISTORICO, QUE IMPEDE O SEGUNDO    *
      *               USO DA MESMA OFERTA                              *
      * TAMANHO     : 180 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE ENTRADA                         *
      *----------------------------------------------------------------*
      * NUM-ACEITE      : NUMERO DO ACEITE (VIRA O NUMERO DA PROPOSTA) *
      * DAT-ACEITE      : DATA DO ACEITE (AAAAMMDD)                    *
      * CPF             : CPF DO CLIENTE QUE ACEITOU                   *
      * ANOMES-OFERTA   : MES DE REFERENCIA DA OFERTA ACEITA (ZEROS =  *
      *                   OFERTA VIGENTE DO CPF)                       *
      * NUM-CONTA-DEP   : CONTA DE DEPOSITO PARA O DEBITO AUTOMATICO   *
      * CHAVE-CONTA     : AGENCIA/CONTA DO EMPRESTIMO                  *
      * NOM/TEL/EMAIL   : DADOS DE CONTATO DO CLIENTE                  *
      * VAL-SOLICITADO  : VALOR ESCOLHIDO (ATE O LIMITE DA OFERTA)     *
      * QTD-PARCELAS    : QTDE DE PARCELAS (ATE O PRAZO DA OFERTA)     *
      * TIP-TABELA      : 'P' PRICE / 'S' SAC                          *
      *----------------------------------------------------------------*

       01 ARQACO01-REGISTRO.
          03 ARQACO01-NUM-ACEITE        PIC 9(06).
          03 ARQACO01-DAT-ACEITE        PIC 9(08).
          03 ARQACO01-CPF               PIC 9(11).
          03 ARQACO01-ANOMES-OFERTA     PIC 9(06).
          03 ARQACO01-NUM-CONTA-DEP     PIC 9(04).
          03 ARQACO01-CHAVE-CONTA.
             05 ARQACO01-COD-AGENCIA    PIC 9(03).
             05 ARQACO01-NUM-CONTA      PIC 9(03).
          03 ARQACO01-NOM-CLIENTE       PIC X(40).
          03 ARQACO01-TEL-CLIENTE       PIC X(15).
          03 ARQACO01-EMAIL-CLIENTE     PIC X(40).
          03 ARQACO01-VAL-SOLICITADO    PIC 9(13)V99.
          03 ARQACO01-QTD-PARCELAS      PIC 9(03).
          03 ARQACO01-TIP-TABELA        PIC X(01).
             88 ARQACO01-TABELA-VALIDA  VALUE 'P' 'S'.
          03 FILLER                     PIC X(25).
