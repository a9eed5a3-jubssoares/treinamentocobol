      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 1      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: MNT01118                                         *
      * DESCRICAO   : ARQUIVO DE TRANSACOES DE MANUTENCAO DOS TIPOS    *
      *               DE CERTIFICACAO E DAS CERTIFICACOES DOS          *
      *               FUNCIONARIOS                                     *
      * TAMANHO     : 240 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE ENTRADA                         *
      *----------------------------------------------------------------*
      * TIPO-REGISTRO             'T' TIPO DE CERTIFICACAO (ARQTCE01)  *
      *                           'C' CERTIFICACAO DO FUNCIONARIO      *
      *                               (ARQCER01)                       *
      * TIPO-TRANSACAO            'I' INCLUSAO, 'A' ALTERACAO,         *
      *                           'E' EXCLUSAO                         *
      * COD-FUNCO                 Funcionario (somente registro 'C')   *
      * COD-CERTIF                Tipo de certificacao                 *
      * DAT-CNTRL                 Data de controle DD/MM/AAAA ('C')    *
      * NUM-DOCUMENTO             Numero do certificado ('C')          *
      * DES-CERTIF ATE            Dados do tipo de certificacao ('T'), *
      * COD-DEPTO-OBRIG           mesmo layout do book TCE01118        *
      *----------------------------------------------------------------*

       01 ARQMNT01-REGISTRO.
           05 ARQMNT01-TIPO-REGISTRO           PIC X(01).
              88 ARQMNT01-REG-TIPO-CERTIF      VALUE 'T'.
              88 ARQMNT01-REG-CERTIF-FUNCO     VALUE 'C'.
           05 ARQMNT01-TIPO-TRANSACAO          PIC X(01).
              88 ARQMNT01-TRANS-INCLUSAO       VALUE 'I'.
              88 ARQMNT01-TRANS-ALTERACAO      VALUE 'A'.
              88 ARQMNT01-TRANS-EXCLUSAO       VALUE 'E'.
           05 ARQMNT01-COD-FUNCO                PIC 9(08).
           05 ARQMNT01-COD-CERTIF               PIC X(04).
           05 ARQMNT01-DAT-CNTRL                PIC X(10).
           05 ARQMNT01-NUM-DOCUMENTO            PIC X(20).
           05 ARQMNT01-DES-CERTIF               PIC X(40).
           05 ARQMNT01-IND-OBRIGATORIA          PIC X(01).
              88 ARQMNT01-OBRIG-DEPTOS          VALUE 'D'.
              88 ARQMNT01-IND-VALIDO            VALUE 'T' 'D' 'N'.
           05 ARQMNT01-QTD-MESES-VALIDADE       PIC 9(03).
           05 ARQMNT01-QTD-DEPTOS               PIC 9(02).
           05 ARQMNT01-COD-DEPTO-OBRIG          PIC 9(15)
                                                OCCURS 10 TIMES.
