           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQAGD01             PIC X(074).

       FD  ARQFER01
           RECORDING MODE IS F
       77 WRK-AGD-IDX             PIC 9(003) VALUE ZEROS.
       01 WRK-AGD-TABELA.
          05 WRK-AGD-LINHA        OCCURS 99 TIMES.
             10 WRK-AGD-REGISTRO  PIC X(074).
      *
      *----------------------------------------------------------------*
      *    AREA DA FOLHA DE RODADA                                     *
