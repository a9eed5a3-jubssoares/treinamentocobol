      *
      *----------------------------------------------------------------*
      *    I-O:       CADASTRO VSAM DE FUNCIONARIOS                    *
      *               ORG. INDEXADA     -   LRECL = 206                *
      *----------------------------------------------------------------*

       FD  ARQENT01
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQENT01.
           05 FD-ARQENT01-COD-FUNCO   PIC 9(08).
           05 FILLER                  PIC X(198).

      *---------------------------------------------------------------*
      *   INPUT:      FOTOGRAFIA SEQUENCIAL PARA CARGA (MODO 'L')     *
      *               ORG. SEQUENCIAL   -   LRECL = 206               *
      *---------------------------------------------------------------*

       FD  ARQSEQ01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQSEQ01             PIC X(206).

      *---------------------------------------------------------------*
      *   OUTPUT:     FOTOGRAFIA SEQUENCIAL DA DESCARGA (MODO 'U')    *
      *               ORG. SEQUENCIAL   -   LRECL = 206               *
      *---------------------------------------------------------------*

       FD  ARQSEQ02
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQSEQ02             PIC X(206).

      *---------------------------------------------------------------*
      *   OUTPUT:     REGISTROS REJEITADOS NA CARGA (MODO 'L')        *
