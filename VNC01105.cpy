      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCÍCIO 1      *
      *----------------------------------------------------------------*
      * TAMANHO DO REGISTRO: 097 BYTES
      *----------------------------------------------------------------*
      * AUTOR: JULIANA SILVA SOARES
      * DATA: 15/10/2026
      *----------------------------------------------------------------*
      * NOME DO CAMPO             DESCRICAO
      * ================          =========
      * COD-FUNCO                 Código do funcionário
      * NOM-FUNCO                 Nome do funcionário
      * COD-DEPTO                 Código do departamento
      * COD-CERTIF                Código do tipo de certificação
      *                           (brancos = data do cadastro)
      * DAT-CNTRL                 Data de controle da certificação
      * SITUACAO                  VENCIDA / AUSENTE
      *----------------------------------------------------------------*

       01 ARQSAI03-REGISTRO.
             05 ARQSAI03-COD-FUNCO                  PIC 9(08).
             05 ARQSAI03-NOM-FUNCO                  PIC X(50).
             05 ARQSAI03-COD-DEPTO                  PIC 9(15).
             05 ARQSAI03-COD-CERTIF                 PIC X(04).
             05 ARQSAI03-DAT-CNTRL                  PIC X(10).
             05 ARQSAI03-SITUACAO                   PIC X(10).
