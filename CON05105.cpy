      *               TRILHA DE AUDITORIA COH05105) E CONSULTADO       *
      *               PELOS EXTRATOS DE CAMPANHA (EXER0505): SEM       *
      *               CONSENTIMENTO 'S' PARA O PROPOSITO/CANAL, O      *
      *               CLIENTE NAO SAI NO EXTRATO. O PROPOSITO 'O'      *
      *               (OPEN FINANCE) AUTORIZA O COMPARTILHAMENTO DOS   *
      *               DADOS DO CLIENTE COM OUTRA INSTITUICAO ATE A     *
      *               DATA DE VALIDADE (EXTRATO DIARIO EXER0246)       *
      * TAMANHO     : 47 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 03/09/2026                                       *
      * ALTERACOES:                                                    *
      *  15/10/2026 - J.SOARES - PROPOSITO 'O' (COMPARTILHAMENTO OPEN  *
      *                          FINANCE, CANAL 'A' API) COM A         *
      *                          INSTITUICAO RECEPTORA E A DATA DE     *
      *                          VALIDADE: REGISTRO PASSA DE 31 PARA   *
      *                          47 BYTES (CONVERSAO CONCNV01)         *
      *----------------------------------------------------------------*
      *                       DADOS DE ENTRADA/SAIDA                   *
      *----------------------------------------------------------------*
      * COD-CLIENTE      : CCLUB DO CLIENTE                            *
      * COD-PROPOSITO    : 'M' MARKETING / 'C' AVISOS DE COBRANCA /    *
      *                    'P' PESQUISA DE SATISFACAO /                *
      *                    'O' COMPARTILHAMENTO OPEN FINANCE           *
      * COD-CANAL        : 'E' E-MAIL / 'S' SMS / 'A' API (OPEN FIN.)  *
      * SIT-CONSENTIMENTO: 'S' CONSENTIDO / 'N' NEGADO                 *
      * DAT-CONSENTIMENTO: DATA DO CONSENTIMENTO (AAAAMMDD)            *
      * COD-ORIGEM       : ORIGEM DO REGISTRO (APP/AGENCIA/URA...)     *
      * COD-INSTITUICAO  : ISPB DA INSTITUICAO RECEPTORA DOS DADOS     *
      *                    (SO NO PROPOSITO 'O'; BRANCOS NOS DEMAIS)   *
      * DAT-VALIDADE     : FIM DA AUTORIZACAO (AAAAMMDD; SO NO         *
      *                    PROPOSITO 'O'; ZEROS NOS DEMAIS)            *
      *----------------------------------------------------------------*

       01 ARQCON01-REGISTRO.
             88 ARQCON01-NEGADO              VALUE 'N'.
          03 ARQCON01-DAT-CONSENTIMENTO PIC 9(08).
          03 ARQCON01-COD-ORIGEM        PIC X(10).
          03 ARQCON01-COD-INSTITUICAO   PIC X(08).
          03 ARQCON01-DAT-VALIDADE      PIC 9(08).
