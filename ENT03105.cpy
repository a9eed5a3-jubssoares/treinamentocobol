      *                          ENTRADA DO CADASTRO E NOTIFICACAO DO  *
      *                          AVALISTA NO ESTAGIO 3 DA COBRANCA;    *
      *                          ZEROS/BRANCOS = SEM AVALISTA          *
      *  15/10/2026 - J.SOARES - PCT-TAXA-MENSAL DOS EMPRESTIMOS       *
      *                          POS-FIXADOS (INDEXACAO IXE03320) E    *
      *                          RECALCULADA NA REPACTUACAO PELO       *
      *                          EXER0320 (INDICE + SPREAD)            *
      *----------------------------------------------------------------*
      *                       DADOS DE ENTRADA                         *
      *----------------------------------------------------------------*
