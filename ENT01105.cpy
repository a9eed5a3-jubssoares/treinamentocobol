      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCÍCIO 1      *
      *----------------------------------------------------------------*
      * TAMANHO DO REGISTRO: 206 BYTES
      *----------------------------------------------------------------*
      * AUTOR: JULIANA SILVA SOARES
      * DATA: 06/01/2023
      *                          (VAL-SALARIO E COD-GRADE, VALIDADOS
      *                          CONTRA A TABELA DE GRADES ARQGRD01);
      *                          ZEROS/BRANCOS NOS REGISTROS ANTIGOS
      *  15/10/2026 - J.SOARES - INCLUSAO DO SEGMENTO DE DOCUMENTO:
      *                          CPF DO FUNCIONARIO (DIGITO VALIDADO
      *                          NA MANUTENCAO) E AGENCIA DE LOTACAO,
      *                          BASE DO MONITORAMENTO DE CONFLITO DE
      *                          INTERESSE (EXER0516); ZEROS/BRANCOS
      *                          NOS REGISTROS ANTIGOS = NAO INFORMADO
      *  15/10/2026 - J.SOARES - INCLUSAO DA DATA DE ADMISSAO, BASE DO
      *                          CALCULO DOS PERIODOS AQUISITIVOS DE
      *                          FERIAS (EXER0123); ZEROS NOS REGISTROS
      *                          ANTIGOS = NAO INFORMADA
      *----------------------------------------------------------------*
      * NOME DO CAMPO             DESCRICAO
      * ================          =========
      * SIT-FUNCO                 Situação do funcionário
      * VAL-SALARIO               Salário mensal do funcionário
      * COD-GRADE                 Grade salarial (tabela ARQGRD01)
      * CPF-FUNCO                 CPF do funcionario (zeros/brancos =
      *                           nao informado)
      * COD-AGENCIA               Agencia de lotacao do funcionario
      * DAT-ADMISSAO              Data de admissao (AAAAMMDD; zeros =
      *                           nao informada)
      *----------------------------------------------------------------*

       01 ARQENT01-REGISTRO.
             05 ARQENT01-REG-REMUNERACAO.
                   10 ARQENT01-VAL-SALARIO                PIC 9(09)V99.
                   10 ARQENT01-COD-GRADE                  PIC X(03).
             05 ARQENT01-REG-DOCUMENTO.
                   10 ARQENT01-CPF-FUNCO                  PIC 9(11).
                   10 ARQENT01-COD-AGENCIA                PIC 9(04).
             05 ARQENT01-REG-ADMISSAO.
                   10 ARQENT01-DAT-ADMISSAO               PIC 9(08).
