      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: LST02245                                         *
      * DESCRICAO   : LISTAS RESTRITIVAS DE NOMES PARA A TRIAGEM DO    *
      *               EXER0245: PESSOAS POLITICAMENTE EXPOSTAS (PEP) E *
      *               LISTAS DE SANCOES DA ONU E DA OFAC. CADA LISTA E *
      *               CONVERTIDA PARA ESTE LAYOUT NA RECEPCAO; AS TRES *
      *               SAO LIDAS CONCATENADAS NO MESMO DDNAME           *
      * TAMANHO     : 120 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE ENTRADA                         *
      *----------------------------------------------------------------*
      * COD-LISTA     : 'PEP' PESSOA POLITICAMENTE EXPOSTA /           *
      *                 'ONU' SANCOES DO CONSELHO DE SEGURANCA /       *
      *                 'OFC' SANCOES OFAC (SDN)                       *
      * ID-ENTRADA    : IDENTIFICADOR DA PESSOA NA LISTA DE ORIGEM     *
      * NOM-LISTADO   : NOME COMO PUBLICADO NA LISTA                   *
      * CPF           : CPF QUANDO A LISTA INFORMA (ZEROS = SEM CPF)   *
      * DAT-INCLUSAO  : DATA DE INCLUSAO NA LISTA (AAAAMMDD)           *
      * IND-SITUACAO  : 'A'/BRANCO ATIVA / 'E' EXCLUIDA DA LISTA (NAO  *
      *                 ENTRA NA TRIAGEM)                              *
      *----------------------------------------------------------------*

       01 ARQLST01-REGISTRO.
          03 ARQLST01-COD-LISTA         PIC X(03).
             88 ARQLST01-LISTA-PEP              VALUE 'PEP'.
             88 ARQLST01-LISTA-ONU              VALUE 'ONU'.
             88 ARQLST01-LISTA-OFAC             VALUE 'OFC'.
          03 ARQLST01-ID-ENTRADA        PIC X(15).
          03 ARQLST01-NOM-LISTADO       PIC X(70).
          03 ARQLST01-CPF               PIC 9(11).
          03 ARQLST01-DAT-INCLUSAO      PIC 9(08).
          03 ARQLST01-IND-SITUACAO      PIC X(01).
             88 ARQLST01-ENTRADA-ATIVA          VALUE 'A' ' '.
             88 ARQLST01-ENTRADA-EXCLUIDA       VALUE 'E'.
          03 FILLER                     PIC X(12).
