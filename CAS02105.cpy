      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: CAS02105                                         *
      * DESCRICAO   : CASOS DE PREVENCAO A LAVAGEM (ESTRUTURACAO E     *
      *               CONTAS DE PASSAGEM): ALERTAS AGREGADOS EM CASOS  *
      *               NUMERADOS COM CICLO DE VIDA, MANTIDOS PELO       *
      *               EXER0221 E PELO EXER0235 ENTRE RODADAS (A SAIDA  *
      *               DE UMA RODADA E A ENTRADA DA SEGUINTE)           *
      * TAMANHO     : 68 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 03/09/2026                                       *
      * ALTERACOES:                                                    *
      *  15/10/2026 - J.SOARES - INCLUSAO DE ARQCAS01-TIP-CASO PARA    *
      *                          OS CASOS DE CONTA DE PASSAGEM ABERTOS *
      *                          PELO EXER0235 (REDE DE                *
      *                          TRANSFERENCIAS); REGISTRO DE 67 P/    *
      *                          68, GERACAO ANTIGA CONVERTIDA PELO    *
      *                          CASCNV01 (TIPO 'F')                   *
      *----------------------------------------------------------------*
      *                       DADOS DE ENTRADA/SAIDA                   *
      *----------------------------------------------------------------*
      *                'D' DESCARTADO                                  *
      * DAT-SITUACAO : DATA DA ULTIMA MUDANCA DE SITUACAO              *
      * SW-EXTRAIDO  : 'S' QUANDO O CASO JA SAIU NO EXTRATO COAF       *
      * TIP-CASO     : 'F' FRACIONAMENTO DE DEPOSITOS (EXER0221) /     *
      *                'L' LEQUE: MUITOS REMETENTES E SAIDA RAPIDA /   *
      *                'P' PASSAGEM: SAIDA ~ ENTRADA E SALDO ~ ZERO /  *
      *                'N' CONTA NOVA COM VOLUME SUBITO (EXER0235).    *
      *                NOS CASOS 'L'/'P'/'N' QTDE-DEPOSITOS E A QTDE   *
      *                DE TRANSFERENCIAS E VAL-TOTAL O VALOR RECEBIDO  *
      *----------------------------------------------------------------*

       01 ARQCAS01-REGISTRO.
             88 ARQCAS01-CASO-VIVO               VALUE 'A' 'E'.
          03 ARQCAS01-DAT-SITUACAO      PIC 9(08).
          03 ARQCAS01-SW-EXTRAIDO       PIC X(01).
          03 ARQCAS01-TIP-CASO          PIC X(01).
             88 ARQCAS01-CASO-FRACIONAMENTO      VALUE 'F' ' '.
             88 ARQCAS01-CASO-LEQUE              VALUE 'L'.
             88 ARQCAS01-CASO-PASSAGEM           VALUE 'P'.
             88 ARQCAS01-CASO-CONTA-NOVA         VALUE 'N'.
             88 ARQCAS01-CASO-MULA               VALUE 'L' 'P' 'N'.
