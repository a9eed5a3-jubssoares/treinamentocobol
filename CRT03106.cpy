      *                          ('C' CLIENTE / 'A' AVALISTA): NO      *
      *                          ESTAGIO 3 O AVALISTA DO EMPRESTIMO    *
      *                          TAMBEM E NOTIFICADO                   *
      *  15/10/2026 - J.SOARES - DESTINATARIO 'E' ESPOLIO: DEVEDOR     *
      *                          FALECIDO, AVISO UNICO AO              *
      *                          INVENTARIANTE                         *
      *----------------------------------------------------------------*
      *                       DADOS DE SAIDA                           *
      *----------------------------------------------------------------*
      * ESTAGIO     : ESTAGIO GERADO (1/2/3)                           *
      * DAT-GERACAO : DATA DA GERACAO (AAAAMMDD)                       *
      * VAL-SALDO   : SALDO DEVEDOR DO EMPRESTIMO                      *
      * TIP-DESTINATARIO: 'C' CLIENTE / 'A' AVALISTA / 'E' ESPOLIO     *
      *----------------------------------------------------------------*

       01 ARQCRT01-REGISTRO.
          03 ARQCRT01-TIP-DESTINATARIO  PIC X(01).
             88 ARQCRT01-DEST-CLIENTE         VALUE 'C' ' '.
             88 ARQCRT01-DEST-AVALISTA        VALUE 'A'.
             88 ARQCRT01-DEST-ESPOLIO         VALUE 'E'.
