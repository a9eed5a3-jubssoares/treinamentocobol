      *               PELO EXER0616 CONTRA O CALENDARIO DE FERIADOS    *
      *               (FER03105) PARA PRODUZIR O PLANO CONCRETO DA     *
      *               NOITE (DEP00105) DO CONTROLADOR EXER0604         *
      * TAMANHO     : 74 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      *    DATA     : 03/09/2026                                       *
      * ALTERACOES:                                                    *
      *  15/10/2026 - J.SOARES - HORA-FIM DA JANELA DO LOTE POR PASSO, *
      *                          USADA NA PREVISAO DE CAPACIDADE       *
      *                          (EXER0620)                            *
      *----------------------------------------------------------------*
      *                       DADOS DE ENTRADA                         *
      *----------------------------------------------------------------*
      *              (REGRA 'W': 1=SEGUNDA ... 5=SEXTA)                *
      * NUM-PRED   : ATE 5 PASSOS PREDECESSORES (ZEROS = NENHUM)       *
      * GERACOES   : DATASETS/GERACOES PRODUZIDOS PELO PASSO           *
      * HOR-FIM-JANELA: HORA EM QUE O PASSO TEM DE ESTAR TERMINADO     *
      *              (HHMMSS, NA MADRUGADA SEGUINTE AO INICIO DA       *
      *              ESTEIRA). ZEROS = LIMITE PADRAO DA JANELA         *
      *----------------------------------------------------------------*

       01 ARQAGD01-REGISTRO.
          03 ARQAGD01-NUM-DIA           PIC 9(02).
          03 ARQAGD01-NUM-PRED          OCCURS 5 TIMES PIC 9(02).
          03 ARQAGD01-GERACOES          PIC X(44).
          03 ARQAGD01-HOR-FIM-JANELA    PIC 9(06).
