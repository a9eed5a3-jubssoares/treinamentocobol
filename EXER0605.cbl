      *
      *----------------------------------------------------------------*
      *    INPUT:     TRANSACOES DE CORRECAO DO CICLO                  *
      *               ORG. SEQUENCIAL   -   LRECL = 308                *
      *----------------------------------------------------------------*

       FD  ARQCOR01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQCOR01             PIC X(308).

      *----------------------------------------------------------------*
      *    INPUT:     REJEITOS DO CICLO - FUNCIONARIOS (REJ01105)      *

      *----------------------------------------------------------------*
      *    OUTPUT:    REINJECAO NO LAYOUT ENT01105 (FUNCIONARIOS)      *
      *               ORG. SEQUENCIAL   -   LRECL = 206                *
      *----------------------------------------------------------------*

       FD  ARQSAI01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQSAI01             PIC X(206).

      *----------------------------------------------------------------*
      *    OUTPUT:    REINJECAO NO LAYOUT ENT02105 (DEPOSITOS)         *

      *----------------------------------------------------------------*
      *    OUTPUT:    CORRECOES RECUSADAS PELO EDITOR                  *
      *               ORG. SEQUENCIAL   -   LRECL = 340                *
      *----------------------------------------------------------------*

       FD  ARQRRJ01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQRRJ01             PIC X(340).

      *----------------------------------------------------------------*
      *    OUTPUT:    RELATORIO DE ACOMPANHAMENTO DO CICLO             *
              SET  WRK-CN-WRITE        TO TRUE
              SET  WRK-CN-ARQSAI01     TO TRUE
              WRITE FD-ARQSAI01
                 FROM ARQCOR01-REG-CORRIGIDO (1:206)
              IF NOT WRK-FS-SAI01-OK
                 MOVE WRK-FS-ARQSAI01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
