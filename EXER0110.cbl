      *
      *----------------------------------------------------------------*
      *   INPUT:      HISTORICO ACUMULATIVO DE IMAGENS-ANTES           *
      *               ORG. SEQUENCIAL   -   LRECL = 221                *
      *----------------------------------------------------------------*

       FD  ARQHIS01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQHIS01             PIC X(221).

      *---------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DE HISTORICO DO FUNCIONARIO           *
      *   INPUT:      CADASTRO ATUAL DE FUNCIONARIOS (OPCIONAL,       *
      *               USADO QUANDO NAO HA IMAGEM-ANTES POSTERIOR A    *
      *               UMA DATA DE POSICAO INFORMADA)                  *
      *               ORG. INDEXADA     -   LRECL = 206               *
      *---------------------------------------------------------------*

       FD  ARQENT01
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQENT01.
           05 FD-ARQENT01-COD-FUNCO   PIC 9(08).
           05 FILLER                  PIC X(198).

      *---------------------------------------------------------------*
      *   OUTPUT:     LOG DE AUDITORIA DE EXECUCAO (COMPARTILHADO     *
                88 WRK-POS-INEXISTENTE        VALUE 'X'.
             10 WRK-POS-CHAVE     PIC  9(014).
             10 WRK-POS-TIPO      PIC  X(001).
             10 WRK-POS-IMAGEM    PIC  X(198).
      *
       01 WRK-TIT-POSICAO.
          05 FILLER               PIC X(034) VALUE
