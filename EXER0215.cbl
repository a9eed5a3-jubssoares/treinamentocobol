      *                    (PARAMETRO) VIRA DORMENTE: A SITUACAO 'D'   *
      *                    E GRAVADA NO CADASTRO DE CLIENTES           *
      *                    (CLI02105), SAI NO RELATORIO DE DORMENCIA   *
      *                    POR AGENCIA (COM O NOME DO CADASTRO DE      *
      *                    AGENCIAS) E GERA REGISTRO DE SUPRESSAO      *
      *                    DE CAMPANHA (SUP05105, TIPO 'D', CCLUB VIA  *
      *                    CRUZAMENTO XRF05108). MOVIMENTO NOVO DE     *
      *                    CPF DORMENTE REATIVA A SITUACAO. CLIENTE    *
      *                    FALECIDO ('F', EXER0621) NAO TEM A SITUACAO *
      *                    ALTERADA.                                   *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQSUP01 (FEED DE SUPRESSAO)              SUP05105        *
      *      ARQSAI01 (RELATORIO POR AGENCIA)          -               *
      *      ARQAUD01                                  AUD00105        *
      *      ARQAGE01 (VIA AGEN2000)                   AGE02241        *
      *----------------------------------------------------------------*
      *    ROTINAS.....:  ERRO2000                                     *
      *                   AGEN2000 (NOME DA AGENCIA NO RELATORIO)      *
      *                                                                *
      *================================================================*
      *                                                                *
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0215'.
       77 WRK-ERRO2000            PIC  X(008) VALUE 'ERRO2000'.
       77 WRK-AGEN2000            PIC  X(008) VALUE 'AGEN2000'.
       77 WRK-MASK-QTDE           PIC  ZZZ.ZZ9.
       77 WRK-MES-RODADA          PIC  9(006) VALUE ZEROS.
       77 WRK-MESES-DORMENCIA     PIC  9(002) VALUE 06.
       01 WRK-DET-AGENCIA.
          05 FILLER               PIC X(009) VALUE 'AGENCIA '.
          05 WRK-DET-AGE-COD      PIC 9(004).
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DET-AGE-NOME     PIC X(030) VALUE SPACES.
          05 FILLER               PIC X(014) VALUE '  DORMENTES: '.
          05 WRK-DET-AGE-QTDE     PIC ZZZZ9.
          05 FILLER               PIC X(069) VALUE SPACES.

       01 WRK-ROD-RELATORIO.
          05 FILLER               PIC X(025) VALUE
          88 WRK-CN-ARQSUP01      VALUE 'ARQSUP01'.
          88 WRK-CN-ARQSAI01      VALUE 'ARQSAI01'.
          88 WRK-CN-ARQAUD01      VALUE 'ARQAUD01'.
          88 WRK-CN-ARQAGE01      VALUE 'ARQAGE01'.

       77 WRK-COMANDO             PIC  X(006) VALUE SPACES.
          88 WRK-CN-OPEN          VALUE 'OPEN  '.
           COPY SUP05105.
           COPY AUD00105.
           COPY 'I#ERRO01'.
           COPY 'I#AGEN01'.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
      *----------------------------------------------------------------*
      *    ATUALIZA A SITUACAO DE RELACIONAMENTO NO CADASTRO DE        *
      *    CLIENTES ('D' DORMENTE / 'A' REATIVADO); RELACIONAMENTOS    *
      *    ENCERRADOS E CLIENTES FALECIDOS NAO SAO TOCADOS             *
      *----------------------------------------------------------------*
       3200-ATUALIZAR-CADASTRO SECTION.
      *----------------------------------------------------------------*
              EVALUATE TRUE
                 WHEN WRK-FS-CLI01-OK
                    IF NOT ARQCLI01-RELAC-ENCERRADO
                       AND NOT ARQCLI01-RELAC-FALECIDO
                       MOVE WRK-DRM-SIT (WRK-DRM-IDX)
                          TO ARQCLI01-SIT-RELACIONAMENTO

      *
           MOVE WRK-AGE-AGENCIA (WRK-AGE-IDX)
                                       TO WRK-DET-AGE-COD
           PERFORM 4150-CONSULTAR-AGENCIA
           MOVE WRK-AGE-DORMENTES (WRK-AGE-IDX)
                                       TO WRK-DET-AGE-QTDE

           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    NOME DA AGENCIA NO CADASTRO DE AGENCIAS (AGEN2000); AGENCIA *
      *    FORA DO CADASTRO SAI COMO '*NAO CADASTRADA*'                *
      *----------------------------------------------------------------*
       4150-CONSULTAR-AGENCIA SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE AGEN01-REGISTRO
           MOVE 'I#AGEN01'             TO AGEN01-ID-BLOCO
           SET  AGEN01-CONSULTAR       TO TRUE
           MOVE WRK-AGE-AGENCIA (WRK-AGE-IDX)
                                       TO AGEN01-COD-AGENCIA

           CALL WRK-AGEN2000           USING AGEN01-REGISTRO

           IF AGEN01-ERRO-CADASTRO
              SET  WRK-CN-READ         TO TRUE
              SET  WRK-CN-ARQAGE01     TO TRUE
              MOVE AGEN01-FILE-STATUS  TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE AGEN01-NOM-AGENCIA     TO WRK-DET-AGE-NOME
           .
      *----------------------------------------------------------------*
       4150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE GRAVACAO DO LOG DE AUDITORIA DE EXECUCAO          *
      *----------------------------------------------------------------*
       3980-GRAVAR-AUDITORIA SECTION.
              VARYING WRK-AGE-IDX FROM 1 BY 1
              UNTIL WRK-AGE-IDX GREATER WRK-AGE-QTDE

           SET  AGEN01-FECHAR          TO TRUE
           CALL WRK-AGEN2000           USING AGEN01-REGISTRO

           MOVE ACU-DORMENTES          TO WRK-ROD-DORMENTES
           MOVE ACU-NOVOS-DORMENTES    TO WRK-ROD-NOVOS
           MOVE ACU-REATIVADOS         TO WRK-ROD-REATIVADOS
