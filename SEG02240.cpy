      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: SEG02240                                         *
      * DESCRICAO   : CADASTRO MENSAL DE SEGMENTOS DE CLIENTES - UM    *
      *               REGISTRO POR CPF COM O SEGMENTO APURADO PELO     *
      *               EXER0240 (SALDO MEDIO DO MES, EMPRESTIMOS EM     *
      *               ABERTO E TEMPO DE RELACIONAMENTO), A DATA EM QUE *
      *               O SEGMENTO PASSOU A VALER E O SEGMENTO ANTERIOR. *
      *               GRAVADO EM ORDEM DE CPF A CADA MES (GDG) E LIDO  *
      *               PELO MOTOR DE TARIFACAO (EXER0216)               *
      * TAMANHO     : 80 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE SAIDA                           *
      *----------------------------------------------------------------*
      * CPF             : CPF DO CLIENTE                               *
      * COD-SEGMENTO    : 'R' VAREJO, 'A' ALTA RENDA, 'P' PRIVATE      *
      * DAT-VIGENCIA    : INICIO DA VIGENCIA DO SEGMENTO (AAAAMMDD) -  *
      *                   DIA 01 DO MES SEGUINTE AO DA APURACAO EM QUE *
      *                   O CLIENTE ENTROU NO SEGMENTO                 *
      * COD-SEG-ANTERIOR: SEGMENTO VALIDO ATE A VIGENCIA (BRANCO =     *
      *                   CLIENTE NOVO)                                *
      * DAT-REFERENCIA  : MES DA ULTIMA APURACAO (AAAAMM)              *
      * VAL-SALDO-MEDIO : SALDO MEDIO CREDOR DO MES EM BRL             *
      * VAL-SALDO-EMP   : SALDO DOS EMPRESTIMOS EM ABERTO              *
      * QTD-EMPRESTIMOS : QTDE DE EMPRESTIMOS EM ABERTO                *
      * QTD-MESES-RELAC : MESES DESDE A ABERTURA DA CONTA MAIS ANTIGA  *
      *----------------------------------------------------------------*

       01 ARQSEG01-REGISTRO.
          03 ARQSEG01-CPF               PIC 9(11).
          03 ARQSEG01-COD-SEGMENTO      PIC X(01).
             88 ARQSEG01-SEG-VAREJO     VALUE 'R'.
             88 ARQSEG01-SEG-ALTA-RENDA VALUE 'A'.
             88 ARQSEG01-SEG-PRIVATE    VALUE 'P'.
          03 ARQSEG01-DAT-VIGENCIA      PIC 9(08).
          03 ARQSEG01-COD-SEG-ANTERIOR  PIC X(01).
          03 ARQSEG01-DAT-REFERENCIA    PIC 9(06).
          03 ARQSEG01-VAL-SALDO-MEDIO   PIC 9(13)V99.
          03 ARQSEG01-VAL-SALDO-EMP     PIC 9(13)V99.
          03 ARQSEG01-QTD-EMPRESTIMOS   PIC 9(03).
          03 ARQSEG01-QTD-MESES-RELAC   PIC 9(04).
          03 FILLER                     PIC X(16).
