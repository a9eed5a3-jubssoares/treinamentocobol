      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: DST02248                                         *
      * DESCRICAO   : CADASTRO DE DISTRIBUICAO DE RELATORIOS, LIDO     *
      *               PELO SEPARADOR EXER0248. DOIS TIPOS DE REGISTRO: *
      *               'R' = DEFINICAO DO RELATORIO (COMO RECONHECER A  *
      *                     QUEBRA POR AGENCIA/DEPARTAMENTO NA LINHA); *
      *               'D' = DESTINATARIO DE UMA UNIDADE DO RELATORIO   *
      *                     E A FORMA DE ENTREGA                       *
      * TAMANHO     : 100 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE ENTRADA                         *
      *----------------------------------------------------------------*
      * TIP-REGISTRO   : 'R' DEFINICAO / 'D' DESTINATARIO              *
      * COD-RELATORIO  : RELATORIO (PROGRAMA GERADOR, EX. 'EXER0215')  *
      * -- REGISTRO 'R' -----------------------------------------------*
      * DES-RELATORIO  : DESCRICAO DO RELATORIO                        *
      * POS-MARCA      : COLUNA DO TEXTO QUE IDENTIFICA A LINHA DE     *
      * TAM-MARCA        QUEBRA E SEU TAMANHO (ZEROS = SEM TEXTO: TODA *
      * TXT-MARCA        LINHA COM CHAVE NUMERICA E QUEBRA)            *
      * POS-CHAVE      : COLUNA E TAMANHO DO CODIGO DA AGENCIA/DEPTO   *
      * TAM-CHAVE        NA LINHA (BRANCOS A ESQUERDA VALEM ZEROS)     *
      * TXT-RODAPE     : INICIO (COLUNA 1) DA PRIMEIRA LINHA DE        *
      *                  RODAPE; DALI EM DIANTE AS LINHAS SO VAO AOS   *
      *                  DESTINATARIOS DO RELATORIO INTEIRO (BRANCOS = *
      *                  SEM RODAPE)                                   *
      *   EX.: EXER0215 ARQSAI01: MARCA 'AGENCIA' COL 1, CHAVE COL 10  *
      *        TAM 4; EXER0310 ARQSAI01: MARCA 'AGENCIA' COL 1, CHAVE  *
      *        COL 10 TAM 3; EXER0305 ARQSAI08: CHAVE COL 1 TAM 3;     *
      *        EXER0306 ARQCRT01: CHAVE COL 1 TAM 3; EXER0108          *
      *        ARQSAI01: CHAVE COL 4 TAM 15, RODAPE 'TOTAL DE E'       *
      * -- REGISTRO 'D' -----------------------------------------------*
      * COD-UNIDADE    : AGENCIA/DEPARTAMENTO COMO NA LINHA, COM ZEROS *
      *                  A ESQUERDA NO TAMANHO DA CHAVE;               *
      *                  '*' = RECEBE O RELATORIO INTEIRO              *
      * NOM-DESTINATARIO: NOME/AREA DO DESTINATARIO                    *
      * TIP-ENTREGA    : 'I' FILA DE IMPRESSAO / 'E' SPOOL DE E-MAIL   *
      * DES-ENDERECO   : FILA DE IMPRESSAO OU ENDERECO DE E-MAIL       *
      *----------------------------------------------------------------*

       01 ARQDST01-REGISTRO.
          03 ARQDST01-TIP-REGISTRO      PIC X(01).
             88 ARQDST01-DEFINICAO            VALUE 'R'.
             88 ARQDST01-DESTINATARIO         VALUE 'D'.
          03 ARQDST01-COD-RELATORIO     PIC X(08).
          03 ARQDST01-DADOS             PIC X(91).
          03 ARQDST01-DEFINICAO-R       REDEFINES ARQDST01-DADOS.
             05 ARQDST01-DES-RELATORIO  PIC X(30).
             05 ARQDST01-POS-MARCA      PIC 9(03).
             05 ARQDST01-TAM-MARCA      PIC 9(02).
             05 ARQDST01-TXT-MARCA      PIC X(20).
             05 ARQDST01-POS-CHAVE      PIC 9(03).
             05 ARQDST01-TAM-CHAVE      PIC 9(02).
             05 ARQDST01-TXT-RODAPE     PIC X(10).
             05 FILLER                  PIC X(21).
          03 ARQDST01-DESTINATARIO-R    REDEFINES ARQDST01-DADOS.
             05 ARQDST01-COD-UNIDADE    PIC X(15).
                88 ARQDST01-UNIDADE-TODAS     VALUE '*'.
             05 ARQDST01-NOM-DESTINATARIO
                                        PIC X(30).
             05 ARQDST01-TIP-ENTREGA    PIC X(01).
                88 ARQDST01-ENTREGA-IMPRESSAO VALUE 'I'.
                88 ARQDST01-ENTREGA-EMAIL     VALUE 'E'.
             05 ARQDST01-DES-ENDERECO   PIC X(40).
             05 FILLER                  PIC X(05).
