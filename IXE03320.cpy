      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 3      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: IXE03320                                         *
      * DESCRICAO   : INDEXACAO DOS EMPRESTIMOS POS-FIXADOS (ARQUIVO   *
      *               DE CARRY: A SAIDA DE UMA RODADA DO EXER0320 E A  *
      *               ENTRADA DA SEGUINTE), EM ORDEM DE CHAVE. NA DATA *
      *               DE REPACTUACAO A TAXA MENSAL DO CADASTRO         *
      *               (ENT03105) E RECALCULADA PELO INDICE MAIS O      *
      *               SPREAD E AS PARCELAS A VENCER (PAR03105) SAO     *
      *               REGERADAS; EMPRESTIMOS FORA DESTE ARQUIVO SAO    *
      *               PRE-FIXADOS                                      *
      * TAMANHO     : 080 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS                                    *
      *----------------------------------------------------------------*
      * CHAVE            : AGENCIA/CONTA/EMPRESTIMO                    *
      * COD-INDICE       : 'CDI' OU 'SELIC' (IND03320)                 *
      * PCT-SPREAD-ANO   : SPREAD AO ANO SOBRE O INDICE, EM PERCENTUAL *
      * QTD-MESES-REPACT : PERIODICIDADE DA REPACTUACAO EM MESES DE 30 *
      *                    DIAS (ZERO = MENSAL)                        *
      * DAT-PROX-REPACT  : PROXIMA DATA DE REPACTUACAO (AAAAMMDD)      *
      * DAT-ULT-REPACT   : ULTIMA REPACTUACAO (ZEROS = NENHUMA)        *
      * PCT-INDICE-ULT   : TAXA AO ANO DO INDICE NA ULTIMA REPACTUACAO *
      * PCT-TAXA-MENSAL-ULT : TAXA MENSAL EFETIVA GRAVADA NO CADASTRO  *
      *                    NA ULTIMA REPACTUACAO                       *
      *----------------------------------------------------------------*

       01 ARQIXE01-REGISTRO.
          03 ARQIXE01-CHAVE.
             05 ARQIXE01-COD-AGENCIA    PIC 9(03).
             05 ARQIXE01-NUM-CONTA      PIC 9(03).
             05 ARQIXE01-NUM-EMPRESTIMO PIC 9(03).
          03 ARQIXE01-COD-INDICE        PIC X(05).
          03 ARQIXE01-PCT-SPREAD-ANO    PIC 9(02)V9(04).
          03 ARQIXE01-QTD-MESES-REPACT  PIC 9(02).
          03 ARQIXE01-DAT-PROX-REPACT   PIC 9(08).
          03 ARQIXE01-DAT-ULT-REPACT    PIC 9(08).
          03 ARQIXE01-PCT-INDICE-ULT    PIC 9(03)V9(04).
          03 ARQIXE01-PCT-TAXA-MENSAL-ULT
                                        PIC 9(03)V9(04).
          03 FILLER                     PIC X(28).
