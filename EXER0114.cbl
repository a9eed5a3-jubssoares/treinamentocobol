      *
      *----------------------------------------------------------------*
      *   INPUT:      HISTORICO ACUMULATIVO DE IMAGENS DO CADASTRO     *
      *               ORG. SEQUENCIAL   -   LRECL = 221                *
      *----------------------------------------------------------------*

       FD  ARQHIS01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQHIS01             PIC X(221).

      *----------------------------------------------------------------*
      *   INPUT:      CADASTRO ATUAL DE FUNCIONARIOS (POSICAO DE       *
      *               FECHAMENTO E ESTADO-DEPOIS DO ULTIMO EVENTO)     *
      *               ORG. INDEXADA     -   LRECL = 206                *
      *----------------------------------------------------------------*

       FD  ARQENT01
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQENT01.
           05 FD-ARQENT01-COD-FUNCO   PIC 9(08).
           05 FILLER                  PIC X(198).

      *---------------------------------------------------------------*
      *   INPUT:      ARQUIVO ACUMULATIVO DE EXPURGO (OPCIONAL)       *
      *               ORG. SEQUENCIAL   -   LRECL = 214               *
      *---------------------------------------------------------------*

       FD  ARQARC01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQARC01             PIC X(214).

      *---------------------------------------------------------------*
      *   INPUT:      CARTAO DE PARAMETROS (MES DE APURACAO AAAAMM)   *
           05 SD-CHAVE-FUNCO          PIC 9(008).
           05 SD-CHAVE-DATA           PIC 9(008).
           05 SD-CHAVE-HORA           PIC 9(006).
           05 SD-DADOS-HISTORICO      PIC X(221).

      *
      *----------------------------------------------------------------*
       01 WRK-EVENTO-PENDENTE-AREA.
          05 WRK-PEND-TIPO        PIC  X(001) VALUE SPACES.
          05 WRK-PEND-DATA        PIC  9(008) VALUE ZEROS.
          05 WRK-PEND-IMAGEM      PIC  X(198) VALUE SPACES.
      *
       01 WRK-ESTADO-ANTES.
          05 WRK-ANT-COD-DEPTO    PIC  9(015) VALUE ZEROS.
