      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 5      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: LEA05117                                         *
      * DESCRICAO   : CADASTRO DE LEADS DE CAMPANHA (ARQUIVO DE CARRY  *
      *               DO EXER0517: A SAIDA DE UMA RODADA E A ENTRADA   *
      *               DA SEGUINTE). UM REGISTRO POR CLIENTE E          *
      *               CAMPANHA RESPONDIDA, EM ORDEM CRESCENTE DE       *
      *               CODIGO DE CLIENTE E CAMPANHA, ATRIBUIDO AO       *
      *               GERENTE DA CARTEIRA (CAR02223) OU, SEM GERENTE,  *
      *               A FILA DA AGENCIA DO CLIENTE (CLI02105)          *
      * TAMANHO     : 120 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS                                    *
      *----------------------------------------------------------------*
      * COD-CLIENTE      : CODIGO DO CLIENTE (CCLUB) (CHAVE)           *
      * COD-CAMPANHA     : CAMPANHA RESPONDIDA (CHAVE)                 *
      * NUM-ONDA         : ONDA DA JORNADA DO CONTATO RESPONDIDO       *
      * CPF              : CPF DO CLIENTE (XRF05108; ZEROS = SEM       *
      *                    CRUZAMENTO)                                 *
      * COD-AGENCIA      : AGENCIA RESPONSAVEL (CLI02105, SUCESSORA    *
      *                    QUANDO ENCERRADA; 0000 = SEM CADASTRO)      *
      * COD-FUNCO-GERENTE: GERENTE DA CARTEIRA (ZEROS = FILA DA        *
      *                    AGENCIA)                                    *
      * DAT-RESPOSTA     : DATA DA RESPOSTA A CAMPANHA                 *
      * DAT-ATRIBUICAO   : DATA DE REFERENCIA EM QUE O LEAD FOI CRIADO *
      * SIT-LEAD         : 'N' NOVO / 'C' CONTATADO / 'V' CONVERTIDO / *
      *                    'P' PERDIDO                                 *
      * DAT-SITUACAO     : DATA DA ULTIMA MUDANCA DE SITUACAO          *
      * TIP-CONVERSAO    : 'A' ABERTURA DE CONTA (CTA02225) /          *
      *                    'D' DEPOSITO (ENT02105) / 'E' EMPRESTIMO    *
      *                    (ENT03105) / BRANCO = INFORMADA SEM TIPO    *
      * COD-ORIGEM-SIT   : 'A' ATUALIZACAO DA AGENCIA / 'S' APURADA    *
      *                    PELO EXER0518 / BRANCO = LEAD SEM           *
      *                    ATUALIZACAO DESDE A CRIACAO                 *
      * COD-RESPONSAVEL  : MATRICULA DA ULTIMA ATUALIZACAO             *
      * DAT-PROCESSAMENTO: DATA DE REFERENCIA DA RODADA                *
      *----------------------------------------------------------------*

       01 ARQLEA01-REGISTRO.
          03 ARQLEA01-CHAVE.
             05 ARQLEA01-COD-CLIENTE    PIC 9(10).
             05 ARQLEA01-COD-CAMPANHA   PIC X(08).
          03 ARQLEA01-NUM-ONDA          PIC 9(01).
          03 ARQLEA01-CPF               PIC 9(11).
          03 ARQLEA01-COD-AGENCIA       PIC 9(04).
          03 ARQLEA01-COD-FUNCO-GERENTE PIC 9(08).
          03 ARQLEA01-DAT-RESPOSTA      PIC 9(08).
          03 ARQLEA01-DAT-ATRIBUICAO    PIC 9(08).
          03 ARQLEA01-SIT-LEAD          PIC X(01).
             88 ARQLEA01-LEAD-NOVO              VALUE 'N'.
             88 ARQLEA01-LEAD-CONTATADO         VALUE 'C'.
             88 ARQLEA01-LEAD-CONVERTIDO        VALUE 'V'.
             88 ARQLEA01-LEAD-PERDIDO           VALUE 'P'.
             88 ARQLEA01-LEAD-ABERTO            VALUE 'N' 'C'.
          03 ARQLEA01-DAT-SITUACAO      PIC 9(08).
          03 ARQLEA01-TIP-CONVERSAO     PIC X(01).
             88 ARQLEA01-CONV-CONTA             VALUE 'A'.
             88 ARQLEA01-CONV-DEPOSITO          VALUE 'D'.
             88 ARQLEA01-CONV-EMPRESTIMO        VALUE 'E'.
          03 ARQLEA01-COD-ORIGEM-SIT    PIC X(01).
             88 ARQLEA01-ORIGEM-AGENCIA         VALUE 'A'.
             88 ARQLEA01-ORIGEM-SISTEMA         VALUE 'S'.
          03 ARQLEA01-COD-RESPONSAVEL   PIC X(08).
          03 ARQLEA01-DAT-PROCESSAMENTO PIC 9(08).
          03 FILLER                     PIC X(35).
