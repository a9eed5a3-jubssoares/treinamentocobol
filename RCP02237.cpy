      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: RCP02237                                         *
      * DESCRICAO   : TABELA DE ALIQUOTAS DO RECOLHIMENTO COMPULSORIO  *
      *               SOBRE DEPOSITOS, MANTIDA PELA TESOURARIA: UMA    *
      *               LINHA POR CATEGORIA DE DEPOSITO E INICIO DE      *
      *               VIGENCIA. O EXER0237 USA, PARA CADA CATEGORIA, A *
      *               LINHA DE MAIOR VIGENCIA ATE O FIM DO PERIODO DE  *
      *               CALCULO                                          *
      * TAMANHO     : 80 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE ENTRADA                         *
      *----------------------------------------------------------------*
      * COD-CATEGORIA: 'AV' DEPOSITOS A VISTA (CONTA CORRENTE E CONTA  *
      *                SALARIO) / 'PP' DEPOSITOS DE POUPANCA           *
      * DAT-VIGENCIA : INICIO DE VIGENCIA DA LINHA (AAAAMMDD)          *
      * PCT-ALIQUOTA : ALIQUOTA DO RECOLHIMENTO EM % SOBRE A BASE      *
      * VAL-DEDUCAO  : DEDUCAO FIXA DA BASE MEDIA DA CATEGORIA ANTES   *
      *                DA ALIQUOTA (EM BRL)                            *
      *----------------------------------------------------------------*

       01 ARQRCP01-REGISTRO.
          03 ARQRCP01-COD-CATEGORIA     PIC X(02).
             88 ARQRCP01-CAT-A-VISTA    VALUE 'AV'.
             88 ARQRCP01-CAT-POUPANCA   VALUE 'PP'.
             88 ARQRCP01-CAT-VALIDA     VALUE 'AV' 'PP'.
          03 ARQRCP01-DAT-VIGENCIA      PIC 9(08).
          03 ARQRCP01-PCT-ALIQUOTA      PIC 9(03)V9(04).
          03 ARQRCP01-VAL-DEDUCAO       PIC 9(13)V99.
          03 FILLER                     PIC X(48).
