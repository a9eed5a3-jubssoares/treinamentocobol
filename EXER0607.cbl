
      *----------------------------------------------------------------*
      *    OUTPUT:    MASSA DE FUNCIONARIOS (ENT01105)                 *
      *               ORG. SEQUENCIAL   -   LRECL = 206                *
      *----------------------------------------------------------------*

       FD  ARQSAI01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQSAI01             PIC X(206).

      *----------------------------------------------------------------*
      *    OUTPUT:    MASSA DO MOVIMENTO DE DEPOSITOS (ENT02105)       *
          05 WRK-FUN-SIT-FUNCO    PIC  X(001) VALUE 'A'.
          05 WRK-FUN-VAL-SALARIO  PIC  9(009)V99 VALUE ZEROS.
          05 WRK-FUN-COD-GRADE    PIC  X(003) VALUE SPACES.
          05 WRK-FUN-CPF-FUNCO    PIC  9(011) VALUE ZEROS.
          05 WRK-FUN-COD-AGENCIA  PIC  9(004) VALUE ZEROS.
          05 WRK-FUN-DAT-ADMISSAO PIC  9(008) VALUE ZEROS.

       01 WRK-REG-EMPRESTIMO.
          05 WRK-EMP-COD-AGENCIA  PIC  9(003) VALUE ZEROS.
