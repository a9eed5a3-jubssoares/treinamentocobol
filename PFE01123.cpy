      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 1      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: PFE01123                                         *
      * DESCRICAO   : POSICAO MENSAL DE FERIAS POR FUNCIONARIO         *
      *               (EXER0123): PERIODOS AQUISITIVOS COMPLETOS,      *
      *               QUITADOS, PENDENTES E VENCIDOS (CONCESSIVO       *
      *               ESGOTADO = PAGAMENTO EM DOBRO), AVOS DO PERIODO  *
      *               EM CURSO E LIMITE DE CONCESSAO DO PERIODO        *
      *               PENDENTE MAIS ANTIGO                             *
      * TAMANHO     : 120 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE SAIDA                           *
      *----------------------------------------------------------------*
      * COD-FUNCO       CODIGO DO FUNCIONARIO                          *
      * NOM-FUNCO       NOME DO FUNCIONARIO                            *
      * COD-DEPTO       DEPARTAMENTO DO FUNCIONARIO                    *
      * DAT-ADMISSAO    DATA DE ADMISSAO (AAAAMMDD)                    *
      * DIAS-SUSPENSAO  DIAS SUSPENSO DESDE A ADMISSAO (ARQHIS01); NAO *
      *                 CONTAM PARA O PERIODO AQUISITIVO               *
      * QTD-PER-COMPLETOS  PERIODOS AQUISITIVOS COMPLETOS              *
      * QTD-PER-QUITADOS   PERIODOS QUITADOS (FERIAS CONCEDIDAS)       *
      * QTD-PER-PENDENTES  COMPLETOS AINDA NAO QUITADOS                *
      * QTD-PER-VENCIDOS   PENDENTES COM CONCESSIVO ESGOTADO           *
      * QTD-AVOS        AVOS (1/12) DO PERIODO EM CURSO                *
      * DAT-INI-PENDENTE   INICIO DO PERIODO PENDENTE MAIS ANTIGO      *
      * DAT-LIMITE      ULTIMO DIA DO CONCESSIVO DESSE PERIODO         *
      * SIT-ALERTA      ' ' SEM ALERTA, 'A' LIMITE DENTRO DA           *
      *                 ANTECEDENCIA, 'D' DOBRA JA DEVIDA              *
      *----------------------------------------------------------------*

       01 ARQPFE01-REGISTRO.
           05 ARQPFE01-COD-FUNCO                PIC 9(08).
           05 ARQPFE01-NOM-FUNCO                PIC X(50).
           05 ARQPFE01-COD-DEPTO                PIC 9(15).
           05 ARQPFE01-DAT-ADMISSAO             PIC 9(08).
           05 ARQPFE01-DIAS-SUSPENSAO           PIC 9(05).
           05 ARQPFE01-QTD-PER-COMPLETOS        PIC 9(03).
           05 ARQPFE01-QTD-PER-QUITADOS         PIC 9(03).
           05 ARQPFE01-QTD-PER-PENDENTES        PIC 9(03).
           05 ARQPFE01-QTD-PER-VENCIDOS         PIC 9(03).
           05 ARQPFE01-QTD-AVOS                 PIC 9(02).
           05 ARQPFE01-DAT-INI-PENDENTE         PIC 9(08).
           05 ARQPFE01-DAT-LIMITE               PIC 9(08).
           05 ARQPFE01-SIT-ALERTA               PIC X(01).
              88 ARQPFE01-SEM-ALERTA                      VALUE ' '.
              88 ARQPFE01-A-VENCER                        VALUE 'A'.
              88 ARQPFE01-DOBRA-DEVIDA                    VALUE 'D'.
           05 FILLER                            PIC X(03).
