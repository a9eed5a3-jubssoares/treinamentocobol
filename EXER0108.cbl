      *
      *----------------------------------------------------------------*
      *    I-O:       CADASTRO DE FUNCIONARIOS/DEPARTAMENTOS           *
      *               ORG. INDEXADA     -   LRECL = 206                *
      *----------------------------------------------------------------*

       FD  ARQENT01
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQENT01.
           05 FD-ARQENT01-COD-FUNCO   PIC 9(08).
           05 FILLER                  PIC X(198).

      *---------------------------------------------------------------*
      *   OUTPUT:     ARQUIVO ACUMULATIVO DE FUNCIONARIOS EXPURGADOS  *
      *               ORG. SEQUENCIAL   -   LRECL = 214               *
      *---------------------------------------------------------------*

       FD  ARQARC01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQARC01             PIC X(214).

      *---------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DE EXPURGO POR DEPARTAMENTO           *
      *---------------------------------------------------------------*
      *   OUTPUT:     JORNAL ACUMULATIVO DE IMAGENS-DEPOIS DO         *
      *               CADASTRO (RECUPERACAO A FRENTE)                 *
      *               ORG. SEQUENCIAL   -   LRECL = 237               *
      *---------------------------------------------------------------*

       FD  ARQJRN01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQJRN01             PIC X(237).

      *---------------------------------------------------------------*
      *   INPUT:      CARTAO DE PARAMETROS (OPCIONAL)                 *
