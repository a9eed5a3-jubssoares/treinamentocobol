      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: ORD02231                                         *
      * DESCRICAO   : CADASTRO DE ORDENS PERMANENTES DE TRANSFERENCIA  *
      *               ENTRE CONTAS DE DEPOSITO - VSAM KSDS, CHAVE CPF  *
      *               DE ORIGEM + NUM-ORDEM. MANTIDO PELO EXER0231 E   *
      *               ATUALIZADO NA RODADA DIARIA DO EXER0232, QUE     *
      *               GERA AS PERNAS 'T'/'R' DE CADA ORDEM VENCIDA; O  *
      *               REGISTRO E MANTIDO APOS O CANCELAMENTO           *
      * TAMANHO     : 120 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DO REGISTRO                        *
      *----------------------------------------------------------------*
      * CPF              CPF DO TITULAR DA CONTA DE ORIGEM (CHAVE)     *
      * NUM-ORDEM        NUMERO DA ORDEM NO CPF (CHAVE)                *
      * NUM-CONTA        CONTA DE ORIGEM (DEBITADA)                    *
      * COD-MOEDA        MOEDA DAS DUAS CONTAS E DA TRANSFERENCIA      *
      * CPF-DESTINO      CPF DO TITULAR DA CONTA DE DESTINO            *
      * NUM-CONTA-DESTINO CONTA DE DESTINO (CREDITADA)                 *
      * VAL-ORDEM        VALOR DE CADA TRANSFERENCIA                   *
      * COD-FREQUENCIA   'S' SEMANAL / 'M' MENSAL / 'T' TRIMESTRAL     *
      * NUM-DIA          DIA DO MES (01-31; NOS MESES MAIS CURTOS,     *
      *                  O ULTIMO DIA DO MES) OU, NA SEMANAL, DIA DA   *
      *                  SEMANA (1 SEGUNDA ... 7 DOMINGO)              *
      * DAT-INICIO       INICIO DA VIGENCIA (AAAAMMDD)                 *
      * DAT-FIM          FIM DA VIGENCIA (AAAAMMDD; 99999999 = ABERTA) *
      * DAT-PROX-EXEC    DATA PREVISTA DA PROXIMA TRANSFERENCIA, ANTES *
      *                  DE ROLAR PARA O DIA UTIL (AAAAMMDD)           *
      * DAT-ULT-EXEC     DATA DA ULTIMA TRANSFERENCIA EFETIVADA        *
      * QTD-TENTATIVAS   TENTATIVAS RECUSADAS DA OCORRENCIA CORRENTE   *
      * SIT-ORDEM        'A' ATIVA / 'C' CANCELADA / 'E' ENCERRADA     *
      *                  (VIGENCIA ESGOTADA)                           *
      * DAT-INCLUSAO     DATA DA INCLUSAO DA ORDEM                     *
      * DAT-CANCELAMENTO DATA DO CANCELAMENTO OU DO ENCERRAMENTO       *
      *----------------------------------------------------------------*

       01 ARQORD01-REGISTRO.
           05 ARQORD01-CHAVE.
              10 ARQORD01-CPF                   PIC 9(11).
              10 ARQORD01-NUM-ORDEM             PIC 9(06).
           05 ARQORD01-NUM-CONTA                PIC 9(04).
           05 ARQORD01-COD-MOEDA                PIC X(03).
           05 ARQORD01-CPF-DESTINO              PIC 9(11).
           05 ARQORD01-NUM-CONTA-DESTINO        PIC 9(04).
           05 ARQORD01-VAL-ORDEM                PIC S9(13)V99 COMP-3.
           05 ARQORD01-COD-FREQUENCIA           PIC X(01).
              88 ARQORD01-FREQ-SEMANAL          VALUE 'S'.
              88 ARQORD01-FREQ-MENSAL           VALUE 'M'.
              88 ARQORD01-FREQ-TRIMESTRAL       VALUE 'T'.
              88 ARQORD01-FREQ-VALIDA           VALUE 'S' 'M' 'T'.
           05 ARQORD01-NUM-DIA                  PIC 9(02).
           05 ARQORD01-DAT-INICIO               PIC 9(08).
           05 ARQORD01-DAT-FIM                  PIC 9(08).
           05 ARQORD01-DAT-PROX-EXEC            PIC 9(08).
           05 ARQORD01-DAT-ULT-EXEC             PIC 9(08).
           05 ARQORD01-QTD-TENTATIVAS           PIC 9(02).
           05 ARQORD01-SIT-ORDEM                PIC X(01).
              88 ARQORD01-ORDEM-ATIVA           VALUE 'A'.
              88 ARQORD01-ORDEM-CANCELADA       VALUE 'C'.
              88 ARQORD01-ORDEM-ENCERRADA       VALUE 'E'.
           05 ARQORD01-DAT-INCLUSAO             PIC 9(08).
           05 ARQORD01-DAT-CANCELAMENTO         PIC 9(08).
           05 FILLER                            PIC X(19).
