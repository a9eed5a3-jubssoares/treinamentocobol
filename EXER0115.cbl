      *
      *----------------------------------------------------------------*
      *    INPUT:     CADASTRO DE FUNCIONARIOS/DEPARTAMENTOS           *
      *               ORG. INDEXADA     -   LRECL = 206                *
      *----------------------------------------------------------------*

       FD  ARQENT01
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQENT01.
           05 FD-ARQENT01-COD-FUNCO   PIC 9(08).
           05 FILLER                  PIC X(198).

      *---------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DE ORCAMENTO DE FOLHA                 *
