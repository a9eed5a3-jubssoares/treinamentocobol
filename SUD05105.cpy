      * TAMANHO     : 92 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 03/09/2026                                       *
      * ALTERACOES:                                                    *
      *  15/10/2026 - J.SOARES - TIPO DE SUPRESSAO 'F' OBITO           *
      *----------------------------------------------------------------*
      *                       DADOS DE ENTRADA/SAIDA                   *
      *----------------------------------------------------------------*
      * COD-CLIENTE    : CCLUB DO CLIENTE SUPRIMIDO                    *
      * DAT-ULT-CONTATO: DATA DO ULTIMO EVENTO (DD.MM.AAAA)            *
      * TIP-SUPRESSAO  : 'O' OPT-OUT / 'B' BOUNCE / 'D' DORMENTE / 'C' *
      *                  / 'F' OBITO (PERMANENTE)                      *
      * EMAIL          : E-MAIL DO EVENTO                              *
      *----------------------------------------------------------------*

