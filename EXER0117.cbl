      *
      *----------------------------------------------------------------*
      *   INPUT:      ULTIMA DESCARGA SEQUENCIAL DO CADASTRO           *
      *               ORG. SEQUENCIAL   -   LRECL = 206                *
      *----------------------------------------------------------------*

       FD  ARQSEQ01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQSEQ01             PIC X(206).

      *----------------------------------------------------------------*
      *   INPUT:      JORNAL ACUMULATIVO DE IMAGENS-DEPOIS             *
      *               ORG. SEQUENCIAL   -   LRECL = 237                *
      *----------------------------------------------------------------*

       FD  ARQJRN01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQJRN01             PIC X(237).

      *----------------------------------------------------------------*
      *   OUTPUT/I-O:  CADASTRO VSAM RECONSTRUIDO                      *
      *               ORG. INDEXADA     -   LRECL = 206                *
      *----------------------------------------------------------------*

       FD  ARQENT01
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQENT01.
           05 FD-ARQENT01-COD-FUNCO   PIC 9(08).
           05 FILLER                  PIC X(198).

      *---------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DE VERIFICACAO DA RECUPERACAO         *
