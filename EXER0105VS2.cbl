      *
      *----------------------------------------------------------------*
      *    INPUT:     ARQUIVO DE ENTRADA                               *
      *               ORG. SEQUENCIAL   -   LRECL = 206                *
      *----------------------------------------------------------------*

       FD  ARQENT01
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQENT01.
           05 FD-ARQENT01-COD-FUNCO   PIC 9(08).
           05 FILLER                  PIC X(198).

      *---------------------------------------------------------------*
      *   OUTPUT:     ARQUIVO DE SAIDA                                *
