      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCÍCIO 1      *
      *----------------------------------------------------------------*
      * TAMANHO DO REGISTRO: 115 BYTES
      *----------------------------------------------------------------*
      * AUTOR: JULIANA SILVA SOARES
      * DATA: 11/01/2023
      * ALTERACOES:
      *  25/01/2026 - J.SOARES - INCLUSAO DE ARQSAI01-STATUS PARA A
      *                          FAIXA DE VENCIMENTO PROXIMO
      *  15/10/2026 - J.SOARES - INCLUSAO DE ARQSAI01-COD-CERTIF (UMA
      *                          LINHA POR CERTIFICACAO DO FUNCIONARIO)
      *----------------------------------------------------------------*
      * NOME DO CAMPO             DESCRICAO
      * ================          =========
      * NOM-ESCTO                 Nome do escritório
      * DAT-CNTRL                 Data de controle interna
      * STATUS                    Situação do controle (vencimento)
      * COD-CERTIF                Código do tipo de certificação
      *----------------------------------------------------------------*

       01 ARQSAI01-REGISTRO.
                   10 ARQSAI01-DAT-ANO                    PIC X(02).
             05 ARQSAI01-REG-STATUS.
                   10 ARQSAI01-STATUS                     PIC X(15).
             05 ARQSAI01-REG-CERTIF.
                   10 ARQSAI01-COD-CERTIF                 PIC X(04).
