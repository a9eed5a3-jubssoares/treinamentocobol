      *                          ('E' E-MAIL / 'P' CARTA IMPRESSA):    *
      *                          BOUNCE DO E-MAIL REGERA O CONTATO     *
      *                          COMO CARTA NA RODADA SEGUINTE         *
      *  15/10/2026 - J.SOARES - CANAL 'S' ESPOLIO: DEVEDOR FALECIDO   *
      *                          (EXER0621), CORRESPONDENCIA DIRIGIDA  *
      *                          AO ESPOLIO E COBRANCA SUSPENSA        *
      *----------------------------------------------------------------*
      *                       DADOS                                    *
      *----------------------------------------------------------------*
      * SIT-PROMESSA: ' ' SEM PROMESSA / 'P' PENDENTE / 'C' CUMPRIDA   *
      *               / 'Q' QUEBRADA                                   *
      * TIP-CANAL   : CANAL DO ULTIMO CONTATO ('E' E-MAIL / 'P' CARTA  *
      *               / 'S' ESPOLIO / ' ' SEM CONTATO)                 *
      *----------------------------------------------------------------*

       01 ARQCOB01-REGISTRO.
          03 ARQCOB01-TIP-CANAL         PIC X(01).
             88 ARQCOB01-CANAL-EMAIL         VALUE 'E'.
             88 ARQCOB01-CANAL-CARTA         VALUE 'P'.
             88 ARQCOB01-CANAL-ESPOLIO       VALUE 'S'.
             88 ARQCOB01-SEM-CONTATO         VALUE ' '.
