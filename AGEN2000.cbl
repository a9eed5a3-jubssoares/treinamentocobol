      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. AGEN2000.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: AGEN2000                                      *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   ROTINA UTILITARIA DE CONSULTA AO CADASTRO   *
      *                    DE AGENCIAS (EXER0241), CHAMADA PELOS       *
      *                    RELATORIOS QUE QUEBRAM POR AGENCIA. ABRE O  *
      *                    CADASTRO NA PRIMEIRA CHAMADA E DEVOLVE      *
      *                    NOME, REGIONAL, SITUACAO E A AGENCIA ATUAL  *
      *                    DA CARTEIRA: PARA AGENCIA ENCERRADA, SEGUE  *
      *                    A CADEIA DE SUCESSORAS ATE UMA AGENCIA      *
      *                    ATIVA (NO MAXIMO 10 NIVEIS). AGENCIA NAO    *
      *                    CADASTRADA VOLTA COM RETORNO 10 E O NOME    *
      *                    '*NAO CADASTRADA*'. A FUNCAO 'FIM' FECHA O  *
      *                    CADASTRO. ERRO DE ACESSO VOLTA COM RETORNO  *
      *                    99 E O FILE-STATUS PARA O CHAMADOR TRATAR.  *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQAGE01                                  AGE02241        *
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
      *                                                                *
      *================================================================*
      *                                                                *
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*
      *
       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.
      *
      *----------------------------------------------------------------*
       INPUT-OUTPUT                    SECTION.
      *----------------------------------------------------------------*
      *
       FILE-CONTROL.
      *
           SELECT ARQAGE01 ASSIGN      TO UT-S-ARQAGE01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS FD-ARQAGE01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQAGE01.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    INPUT:     CADASTRO DE AGENCIAS (VSAM KSDS)                 *
      *               ORG. INDEXADA     -   LRECL = 100                *
      *----------------------------------------------------------------*

       FD  ARQAGE01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQAGE01.
           05 FD-ARQAGE01-CHAVE       PIC 9(04).
           05 FILLER                  PIC X(96).

      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'AGEN2000 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-SW-CADASTRO         PIC  X(001) VALUE 'F'.
          88 WRK-CADASTRO-ABERTO              VALUE 'A'.
          88 WRK-CADASTRO-FECHADO             VALUE 'F'.
       77 WRK-QTDE-NIVEIS         PIC  9(002) VALUE ZEROS.
       77 WRK-MAX-NIVEIS          PIC  9(002) VALUE 10.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA PARA TRATAMENTO DE FILE-STATUS'.
      *----------------------------------------------------------------*
      *
       01 WRK-AREA-FS.
          05 WRK-FS-ARQAGE01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AGE01-OK               VALUE '00'.
             88 WRK-FS-AGE01-NAO-ENCONTRADO   VALUE '23'.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA'.
      *----------------------------------------------------------------*
      *
           COPY AGE02241.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'AGEN2000 - FIM DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *
           COPY 'I#AGEN01'.

      *================================================================*
       PROCEDURE DIVISION USING AGEN01-REGISTRO.
      *================================================================*
      *
      *----------------------------------------------------------------*
      *    ROTINA PRINCIPAL DA ROTINA UTILITARIA                       *
      *----------------------------------------------------------------*
       0000-PRINCIPAL SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO AGEN01-COD-RETORNO
           MOVE SPACES                 TO AGEN01-FILE-STATUS

           IF AGEN01-FECHAR
              PERFORM 4000-FECHAR-CADASTRO
           ELSE
              PERFORM 1000-ABRIR-CADASTRO
              IF NOT AGEN01-ERRO-CADASTRO
                 PERFORM 2000-CONSULTAR-AGENCIA
              END-IF
           END-IF

           GOBACK
           .
      *----------------------------------------------------------------*
       0000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ABERTURA DO CADASTRO NA PRIMEIRA CONSULTA                   *
      *----------------------------------------------------------------*
       1000-ABRIR-CADASTRO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-CADASTRO-FECHADO
              OPEN INPUT ARQAGE01
              IF WRK-FS-AGE01-OK
                 SET WRK-CADASTRO-ABERTO
                                       TO TRUE
              ELSE
                 SET AGEN01-ERRO-CADASTRO
                                       TO TRUE
                 MOVE WRK-FS-ARQAGE01  TO AGEN01-FILE-STATUS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CONSULTA DA AGENCIA INFORMADA E DA AGENCIA ATUAL DA         *
      *    CARTEIRA                                                    *
      *----------------------------------------------------------------*
       2000-CONSULTAR-AGENCIA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO AGEN01-NOM-AGENCIA
                                          AGEN01-COD-REGIAO
                                          AGEN01-NOM-REGIAO
           MOVE ZEROS                  TO AGEN01-DAT-ENCERRAMENTO
                                          AGEN01-COD-AGE-SUCESSORA
           MOVE AGEN01-COD-AGENCIA     TO AGEN01-COD-AGENCIA-ATUAL

           MOVE AGEN01-COD-AGENCIA     TO FD-ARQAGE01-CHAVE
           PERFORM 2100-LER-AGENCIA

           IF AGEN01-ERRO-CADASTRO
              GO TO 2000-99-FIM
           END-IF

           IF WRK-FS-AGE01-NAO-ENCONTRADO
              SET AGEN01-AGENCIA-INEXISTENTE
                                       TO TRUE
              MOVE '*NAO CADASTRADA*'  TO AGEN01-NOM-AGENCIA
              GO TO 2000-99-FIM
           END-IF

           MOVE ARQAGE01-NOM-AGENCIA   TO AGEN01-NOM-AGENCIA
           MOVE ARQAGE01-COD-REGIAO    TO AGEN01-COD-REGIAO
           MOVE ARQAGE01-NOM-REGIAO    TO AGEN01-NOM-REGIAO
           MOVE ARQAGE01-DAT-ENCERRAMENTO
                                       TO AGEN01-DAT-ENCERRAMENTO
           MOVE ARQAGE01-COD-AGE-SUCESSORA
                                       TO AGEN01-COD-AGE-SUCESSORA

           IF ARQAGE01-AGENCIA-ATIVA
              GO TO 2000-99-FIM
           END-IF

           SET AGEN01-AGENCIA-ENCERRADA
                                       TO TRUE
           MOVE ZEROS                  TO WRK-QTDE-NIVEIS

           PERFORM 2200-SEGUIR-SUCESSORA
              UNTIL ARQAGE01-AGENCIA-ATIVA
                 OR ARQAGE01-COD-AGE-SUCESSORA EQUAL ZEROS
                 OR WRK-QTDE-NIVEIS NOT LESS WRK-MAX-NIVEIS
                 OR NOT WRK-FS-AGE01-OK
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LEITURA DO CADASTRO DE AGENCIAS PELA CHAVE                  *
      *----------------------------------------------------------------*
       2100-LER-AGENCIA SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQAGE01               INTO ARQAGE01-REGISTRO

           IF NOT WRK-FS-AGE01-OK
              AND NOT WRK-FS-AGE01-NAO-ENCONTRADO
              SET AGEN01-ERRO-CADASTRO TO TRUE
              MOVE WRK-FS-ARQAGE01     TO AGEN01-FILE-STATUS
           END-IF
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    UM NIVEL DA CADEIA DE SUCESSORAS DE AGENCIA ENCERRADA; UMA  *
      *    SUCESSORA NAO CADASTRADA ENCERRA A CADEIA NO ULTIMO ELO     *
      *----------------------------------------------------------------*
       2200-SEGUIR-SUCESSORA SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WRK-QTDE-NIVEIS
           MOVE ARQAGE01-COD-AGE-SUCESSORA
                                       TO AGEN01-COD-AGENCIA-ATUAL
                                          FD-ARQAGE01-CHAVE
           PERFORM 2100-LER-AGENCIA

           IF AGEN01-ERRO-CADASTRO
              GO TO 2200-99-FIM
           END-IF
           .
      *----------------------------------------------------------------*
       2200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    FECHAMENTO DO CADASTRO A PEDIDO DO CHAMADOR                 *
      *----------------------------------------------------------------*
       4000-FECHAR-CADASTRO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-CADASTRO-ABERTO
              CLOSE ARQAGE01
              SET WRK-CADASTRO-FECHADO TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       4000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
