      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 6      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: TRM06118                                         *
      * DESCRICAO   : REGISTRO DE ARQUIVOS ENVIADOS A PARCEIROS        *
      *               EXTERNOS. CADA PROGRAMA QUE GERA ARQUIVO DE      *
      *               SAIDA PARA PARCEIRO (EXER0407, EXER0505,         *
      *               EXER0221, EXER0306, EXER0247) ACRESCENTA UM      *
      *               REGISTRO AO FINAL DA RODADA (OPEN EXTEND), COM A *
      *               QTDE DE REGISTROS E O TOTAL DE CONTROLE. O       *
      *               MONITOR EXER0618 NUMERA A GERACAO, CASA AS       *
      *               CONFIRMACOES DOS PARCEIROS (ACK06118) E MANTEM   *
      *               O REGISTRO ACUMULADO COM A SITUACAO DE CADA      *
      *               ENVIO (MESMO LAYOUT, GERACAO NOVA A CADA RODADA) *
      * TAMANHO     : 120 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS                                    *
      *----------------------------------------------------------------*
      * ID-ARQUIVO  : IDENTIFICACAO DO ARQUIVO ENVIADO (EX: ETQ04407)  *
      * COD-PROGRAMA: PROGRAMA QUE GEROU O ARQUIVO                     *
      * DAT-GERACAO : DATA DA GERACAO (AAAAMMDD)                       *
      * HOR-GERACAO : HORA DA GERACAO (HHMMSS)                         *
      * QTDE-REGS   : QTDE DE REGISTROS GRAVADOS NO ARQUIVO            *
      * VAL-HASH    : TOTAL DE CONTROLE - SOMA DOS VALORES DO ARQUIVO  *
      *               OU, NOS ARQUIVOS SEM VALOR, SOMA DA CHAVE        *
      *               NUMERICA (CEP DA ETIQUETA, CODIGO DO CLIENTE)    *
      * -- PREENCHIDOS PELO MONITOR EXER0618 (ZEROS NO ENVIO) ---------*
      * NUM-GERACAO : NUMERO SEQUENCIAL DO ENVIO DO ARQUIVO            *
      * SIT-ENVIO   : 'P' AGUARDANDO CONFIRMACAO / 'C' CONFIRMADO /    *
      *               'D' CONFIRMADO COM TOTAIS DIVERGENTES /          *
      *               'V' PRAZO DE CONFIRMACAO VENCIDO /               *
      *               'N' ARQUIVO SEM CATALOGO (NAO SE EXIGE)          *
      * COD-PARCEIRO: PARCEIRO DESTINATARIO (DO CATALOGO PAR06118)     *
      * DAT-LIMITE  : ULTIMO DIA UTIL PARA A CONFIRMACAO               *
      * DAT-CONFIRMACAO/QTDE-CONFIRMADA/VAL-HASH-CONFIRMADO: DADOS DA  *
      *               CONFIRMACAO DEVOLVIDA PELO PARCEIRO              *
      *----------------------------------------------------------------*

       01 ARQTRM01-REGISTRO.
          03 ARQTRM01-ID-ARQUIVO        PIC X(08).
          03 ARQTRM01-COD-PROGRAMA      PIC X(08).
          03 ARQTRM01-DAT-GERACAO       PIC 9(08).
          03 ARQTRM01-HOR-GERACAO       PIC 9(06).
          03 ARQTRM01-QTDE-REGS         PIC 9(09).
          03 ARQTRM01-VAL-HASH          PIC 9(15)V99.
          03 ARQTRM01-NUM-GERACAO       PIC 9(05).
          03 ARQTRM01-SIT-ENVIO         PIC X(01).
             88 ARQTRM01-AGUARDANDO           VALUE 'P'.
             88 ARQTRM01-CONFIRMADO           VALUE 'C'.
             88 ARQTRM01-DIVERGENTE           VALUE 'D'.
             88 ARQTRM01-VENCIDO              VALUE 'V'.
             88 ARQTRM01-SEM-CATALOGO         VALUE 'N'.
          03 ARQTRM01-COD-PARCEIRO      PIC X(08).
          03 ARQTRM01-DAT-LIMITE        PIC 9(08).
          03 ARQTRM01-DAT-CONFIRMACAO   PIC 9(08).
          03 ARQTRM01-QTDE-CONFIRMADA   PIC 9(09).
          03 ARQTRM01-VAL-HASH-CONFIRMADO
                                        PIC 9(15)V99.
          03 FILLER                     PIC X(08).
