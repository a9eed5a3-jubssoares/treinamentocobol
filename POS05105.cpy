      *               (LED03105 VIA INSTRUCOES DEB03105), CRUZAMENTO   *
      *               CPF X CCLUB (XRF05108) E ULTIMO CONTATO DE       *
      *               CAMPANHA (CAMP_HISTORICO)                        *
      * TAMANHO     : 151 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 03/09/2026                                       *
      * ALTERACOES:                                                    *
      *  15/10/2026 - J.SOARES - INCLUSAO DO GERENTE DE RELACIONAMENTO *
      *                          (CARTEIRA CAR02223 + CADASTRO DE      *
      *                          FUNCIONARIOS ENT01105): CODIGO, NOME  *
      *                          E SITUACAO DO GERENTE                 *
      *----------------------------------------------------------------*
      *                       DADOS DE SAIDA                           *
      *----------------------------------------------------------------*
      * VAL-SALDO-EMP  : SALDO DEVEDOR TOTAL DOS EMPRESTIMOS           *
      * SIT-PIOR-EMP   : PIOR SITUACAO ENTRE OS EMPRESTIMOS            *
      * DAT-ULT-CONTATO: ULTIMO CONTATO DE CAMPANHA (AAAA-MM-DD)       *
      * COD-GERENTE    : FUNCIONARIO GERENTE (ZEROS = SEM GERENTE)     *
      * NOM-GERENTE    : NOME DO GERENTE (ENT01105)                    *
      * SIT-GERENTE    : SITUACAO DO GERENTE (A/S/D DO ENT01105,       *
      *                  'N' = GERENTE NAO CADASTRADO)                 *
      *----------------------------------------------------------------*

       01 ARQPOS01-REGISTRO.
          03 ARQPOS01-VAL-SALDO-EMP     PIC S9(13)V99 COMP-3.
          03 ARQPOS01-SIT-PIOR-EMP      PIC X(10).
          03 ARQPOS01-DAT-ULT-CONTATO   PIC X(10).
          03 ARQPOS01-COD-GERENTE       PIC 9(08).
          03 ARQPOS01-NOM-GERENTE       PIC X(40).
          03 ARQPOS01-SIT-GERENTE       PIC X(01).
             88 ARQPOS01-GERENTE-ATIVO         VALUE 'A' ' '.
             88 ARQPOS01-GERENTE-SUSPENSO      VALUE 'S'.
             88 ARQPOS01-GERENTE-DESLIGADO     VALUE 'D'.
             88 ARQPOS01-GERENTE-NAO-CADASTR   VALUE 'N'.
