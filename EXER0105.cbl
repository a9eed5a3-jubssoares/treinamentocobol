      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQENT01                                  ENT01105
      *      ARQSAI01                                  SAI01105
      *      ARQSAI03                                  VNC01105
      *      ARQCER01 (OPCIONAL)                       CER01118
      *      ARQTCE01 (OPCIONAL)                       TCE01118
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
      *                                                                *
.
           SELECT ARQAUD01 ASSIGN       TO UT-S-ARQAUD01
                      FILE STATUS      IS WRK-FS-ARQAUD01.
.
           SELECT ARQSAI03 ASSIGN       TO UT-S-ARQSAI03
                      FILE STATUS      IS WRK-FS-ARQSAI03.
.
           SELECT OPTIONAL ARQCER01 ASSIGN TO UT-S-ARQCER01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS FD-ARQCER01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQCER01.
.
           SELECT OPTIONAL ARQTCE01 ASSIGN TO UT-S-ARQTCE01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS SEQUENTIAL
                      RECORD KEY       IS FD-ARQTCE01-COD-CERTIF
                      FILE STATUS      IS WRK-FS-ARQTCE01.
.
           SELECT WRK-SD-ORDENACAO ASSIGN TO "SORTWK01".
      *
      *
      *----------------------------------------------------------------*
      *    INPUT:     ARQUIVO DE ENTRADA                               *
      *               ORG. SEQUENCIAL   -   LRECL = 206                *
      *----------------------------------------------------------------*

       FD  ARQENT01
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQENT01.
           05 FD-ARQENT01-COD-FUNCO   PIC 9(08).
           05 FILLER                  PIC X(198).

      *---------------------------------------------------------------*
      *   OUTPUT:     ARQUIVO DE SAIDA                                *
      *               ORG. SEQUENCIAL   -   LRECL = 115               *
      *---------------------------------------------------------------*

       FD  ARQSAI01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI01             PIC X(115).

      *---------------------------------------------------------------*
      *   OUTPUT:     RELATORIO PAGINADO DE FUNCIONARIOS POR          *
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQAUD01              PIC X(51).

      *---------------------------------------------------------------*
      *   OUTPUT:     FUNCIONARIOS COM CERTIFICACAO OBRIGATORIA DO    *
      *               DEPARTAMENTO VENCIDA OU AUSENTE                 *
      *               ORG. SEQUENCIAL   -   LRECL = 97                *
      *---------------------------------------------------------------*

       FD  ARQSAI03
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI03             PIC X(97).

      *---------------------------------------------------------------*
      *   INPUT:      CERTIFICACOES DOS FUNCIONARIOS (OPCIONAL)       *
      *               ORG. INDEXADA     -   LRECL = 50                *
      *---------------------------------------------------------------*

       FD  ARQCER01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQCER01.
           05 FD-ARQCER01-CHAVE.
              10 FD-ARQCER01-COD-FUNCO PIC 9(08).
              10 FD-ARQCER01-COD-CERTIF PIC X(04).
           05 FILLER                  PIC X(38).

      *---------------------------------------------------------------*
      *   INPUT:      CADASTRO DE TIPOS DE CERTIFICACAO (OPCIONAL)    *
      *               ORG. INDEXADA     -   LRECL = 200               *
      *---------------------------------------------------------------*

       FD  ARQTCE01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQTCE01.
           05 FD-ARQTCE01-COD-CERTIF  PIC X(04).
           05 FILLER                  PIC X(196).

      *---------------------------------------------------------------*
      *   SORT:      TRABALHO PARA ORDENACAO DA SAIDA POR DATA DE     *
      *               EXPIRACAO (ARQSAI01)                            *
       SD  WRK-SD-ORDENACAO.
       01  WRK-SD-REGISTRO.
           05 SD-CHAVE-DATA           PIC 9(008).
           05 SD-DADOS-SAIDA          PIC X(115).

      *
      *
          05 WRK-ANO              PIC  9(004) VALUE ZEROS.
          05 WRK-MES              PIC  9(002) VALUE ZEROS.
          05 WRK-DIA              PIC  9(002) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    AREA DAS CERTIFICACOES DO FUNCIONARIO: CADA CERTIFICACAO    *
      *    (ARQCER01) E AVALIADA COM A SUA PROPRIA DATA DE CONTROLE;   *
      *    SEM CERTIFICACOES CADASTRADAS VALE A DATA DE CONTROLE DO    *
      *    CADASTRO DE FUNCIONARIOS (ARQENT01-DAT-CNTRL)               *
      *----------------------------------------------------------------*
       77 WRK-DAT-CNTRL-AVAL      PIC  X(010) VALUE SPACES.
       77 WRK-COD-CERTIF-AVAL     PIC  X(004) VALUE SPACES.
       77 WRK-QTDE-CERTIF-FUNCO   PIC  9(003) VALUE ZEROS.
       77 WRK-QTDE-TCE            PIC  9(003) VALUE ZEROS.
       77 WRK-IDX-TCE             PIC  9(003) VALUE ZEROS.
       77 WRK-IDX-DEPTO-OBRIG     PIC  9(003) VALUE ZEROS.
       77 WRK-SIT-CERTIF-VENCIDA  PIC  X(010) VALUE SPACES.
       77 ACU-CERTIF-AVALIADAS    PIC  9(005) VALUE ZEROS.
       77 ACU-FUNCO-VENCIDOS      PIC  9(005) VALUE ZEROS.
       77 ACU-GRAVA-ARQSAI03      PIC  9(005) VALUE ZEROS.
      *
       01 WRK-SW-CERTIF-DISPONIVEL PIC X(001) VALUE 'N'.
          88 WRK-CERTIF-DISPONIVEL            VALUE 'S'.
      *
       01 WRK-SW-FIM-CERTIF       PIC  X(001) VALUE 'N'.
          88 WRK-FIM-CERTIF                   VALUE 'S'.
      *
       01 WRK-SW-OBRIGATORIA      PIC  X(001) VALUE 'N'.
          88 WRK-CERTIF-OBRIGATORIA           VALUE 'S'.
      *
       01 WRK-SW-FUNCO-VENCIDO    PIC  X(001) VALUE 'N'.
          88 WRK-FUNCO-VENCIDO                VALUE 'S'.
      *
       01 WRK-TAB-TCE.
          05 WRK-TAB-TCE-OCR    OCCURS 50 TIMES.
             10 WRK-TAB-TCE-COD       PIC X(04) VALUE SPACES.
             10 WRK-TAB-TCE-IND       PIC X(01) VALUE SPACES.
             10 WRK-TAB-TCE-QTD-DEPTOS PIC 9(02) VALUE ZEROS.
             10 WRK-TAB-TCE-DEPTO     PIC 9(15) VALUE ZEROS
                                      OCCURS 10 TIMES.
             10 WRK-TAB-TCE-ACHOU     PIC X(01) VALUE 'N'.
       
       01 WRK-CABEC.
          05 WRK-CABEC-ARQSAI01   PIC  X(068) VALUE
             'NOME DO FUNCIONARIO;ESCRITORIO;DATA DE EXPIRACAO;STATUS;CE
      -      'RTIFICACAO'.

       01 WRK-RODAPE.
          05 FILLER               PIC  X(006) VALUE 'TOTAL;'.
      *
       01 WRK-FS-ARQAUD01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-AUD01-OK                  VALUE '00'.
      *
       01 WRK-FS-ARQSAI03         PIC  X(002) VALUE SPACES.
          88 WRK-FS-SAI03-OK                  VALUE '00'.
      *
       01 WRK-FS-ARQCER01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-CER01-OK                  VALUE '00'.
          88 WRK-FS-CER01-FIM                 VALUE '10'.
          88 WRK-FS-CER01-NAO-ENCONTRADO      VALUE '23'.
      *
       01 WRK-FS-ARQTCE01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-TCE01-OK                  VALUE '00'.
          88 WRK-FS-TCE01-FIM                 VALUE '10'.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
           COPY SAI01205.
           COPY REJ01105.
           COPY AUD00105.
           COPY VNC01105.
           COPY CER01118.
           COPY TCE01118.
           COPY 'I#CALE01'.
           COPY 'I#ERRO01'.

           OPEN OUTPUT ARQSAI01
                OUTPUT ARQSAI02
                OUTPUT ARQREJ01
                OUTPUT ARQSAI03
      *
           MOVE 'OPEN '              TO WRK-COMANDO

              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF NOT WRK-FS-SAI03-OK
              MOVE 'VNC01105'        TO WRK-ARQUIVO
              MOVE WRK-FS-ARQSAI03   TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-CORRENTE
           PERFORM 3700-LER-PARAMETRO

           PERFORM 1100-CARREGAR-TIPOS-CERTIF

           OPEN INPUT ARQCER01
           IF WRK-FS-CER01-OK
              SET WRK-CERTIF-DISPONIVEL TO TRUE
           END-IF

           WRITE FD-ARQSAI01 FROM WRK-CABEC.
           IF NOT WRK-FS-SAI01-OK
              DISPLAY '************************************************'
           EXIT.
      *----------------------------------------------------------------
      *----------------------------------------------------------------*
      *    ROTINA DE CARGA DA TABELA DE TIPOS DE CERTIFICACAO          *
      *    (ARQTCE01 OPCIONAL - SEM ELE NENHUMA CERTIFICACAO E         *
      *    CONSIDERADA OBRIGATORIA)                                    *
      *----------------------------------------------------------------*
       1100-CARREGAR-TIPOS-CERTIF SECTION.
      *----------------------------------------------------------------*

           OPEN INPUT ARQTCE01

           IF WRK-FS-TCE01-OK
              PERFORM 1110-LER-TIPO-CERTIF

              PERFORM 1120-GUARDAR-TIPO-CERTIF
                 UNTIL NOT WRK-FS-TCE01-OK

              CLOSE ARQTCE01
           END-IF
           .
      *----------------------------------------------------------------*
       1100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1110-LER-TIPO-CERTIF SECTION.
      *----------------------------------------------------------------*

           READ ARQTCE01 INTO ARQTCE01-REGISTRO

           IF NOT WRK-FS-TCE01-OK AND NOT WRK-FS-TCE01-FIM
              MOVE 'READ '          TO WRK-COMANDO
              MOVE 'TCE01118'       TO WRK-ARQUIVO
              MOVE WRK-FS-ARQTCE01  TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       1110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1120-GUARDAR-TIPO-CERTIF SECTION.
      *----------------------------------------------------------------*

           IF WRK-QTDE-TCE LESS 50
              ADD 1 TO WRK-QTDE-TCE
              MOVE ARQTCE01-COD-CERTIF
                           TO WRK-TAB-TCE-COD(WRK-QTDE-TCE)
              MOVE ARQTCE01-IND-OBRIGATORIA
                           TO WRK-TAB-TCE-IND(WRK-QTDE-TCE)
              MOVE ARQTCE01-QTD-DEPTOS
                           TO WRK-TAB-TCE-QTD-DEPTOS(WRK-QTDE-TCE)
              PERFORM 1130-GUARDAR-DEPTO-OBRIG
                 VARYING WRK-IDX-DEPTO-OBRIG FROM 1 BY 1
                 UNTIL WRK-IDX-DEPTO-OBRIG GREATER 10
           END-IF

           PERFORM 1110-LER-TIPO-CERTIF
           .
      *----------------------------------------------------------------*
       1120-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1130-GUARDAR-DEPTO-OBRIG SECTION.
      *----------------------------------------------------------------*

           MOVE ARQTCE01-COD-DEPTO-OBRIG(WRK-IDX-DEPTO-OBRIG)
             TO WRK-TAB-TCE-DEPTO(WRK-QTDE-TCE WRK-IDX-DEPTO-OBRIG)
           .
      *----------------------------------------------------------------*
       1130-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE SELECAO DOS REGISTROS A ORDENAR (INPUT PROCEDURE) *
      *----------------------------------------------------------------*
       2000-SELECIONAR-ENTRADA SECTION.
       3045-TRATAR-REGISTRO-FILTRADO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-QTDE-CERTIF-FUNCO
           MOVE 'N'                    TO WRK-SW-FUNCO-VENCIDO

           PERFORM 3110-LIMPAR-ACHOU-TCE
              VARYING WRK-IDX-TCE FROM 1 BY 1
              UNTIL WRK-IDX-TCE GREATER WRK-QTDE-TCE

           IF WRK-CERTIF-DISPONIVEL
              PERFORM 3100-TRATAR-CERTIFICACOES
           END-IF

           IF WRK-QTDE-CERTIF-FUNCO EQUAL ZEROS
              MOVE ARQENT01-DAT-CNTRL  TO WRK-DAT-CNTRL-AVAL
              MOVE SPACES              TO WRK-COD-CERTIF-AVAL
              PERFORM 3048-AVALIAR-DATA-CONTROLE
              IF WRK-DATA-INVALIDA
                 OR WRK-DATA-CONTR-INV LESS WRK-DATA-CORRENTE
                 MOVE 'VENCIDA'        TO WRK-SIT-CERTIF-VENCIDA
                 PERFORM 3990-GRAVAR-VENCIDO
              END-IF
           ELSE
              PERFORM 3140-VERIFICAR-AUSENTES
                 VARYING WRK-IDX-TCE FROM 1 BY 1
                 UNTIL WRK-IDX-TCE GREATER WRK-QTDE-TCE
           END-IF

           IF WRK-FUNCO-VENCIDO
              ADD 1 TO ACU-FUNCO-VENCIDOS
           END-IF

           PERFORM 3800-LER-CADASTRO
           .
      *
      *----------------------------------------------------------------*
       3045-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE AVALIACAO DE UMA DATA DE CONTROLE (DA             *
      *    CERTIFICACAO OU DO CADASTRO) - REGRA ORIGINAL DO PROGRAMA   *
      *----------------------------------------------------------------*
       3048-AVALIAR-DATA-CONTROLE SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO ACU-CERTIF-AVALIADAS

           PERFORM 3050-VALIDA-DATA-CONTROLE

           IF WRK-DATA-INVALIDA
                 PERFORM 3600-VERIFICA-VENCTO-PROXIMO
              END-IF
           END-IF
           .
      *
      *----------------------------------------------------------------*
       3048-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DAS CERTIFICACOES DO FUNCIONARIO          *
      *    (START NA CHAVE FUNCIONARIO + LOW-VALUES E LEITURA          *
      *    SEQUENCIAL ENQUANTO FOR O MESMO FUNCIONARIO)                *
      *----------------------------------------------------------------*
       3100-TRATAR-CERTIFICACOES SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-SW-FIM-CERTIF
           MOVE ARQENT01-COD-FUNCO     TO FD-ARQCER01-COD-FUNCO
           MOVE LOW-VALUES             TO FD-ARQCER01-COD-CERTIF

           START ARQCER01 KEY NOT LESS FD-ARQCER01-CHAVE

           EVALUATE TRUE
              WHEN WRK-FS-CER01-OK
                 PERFORM 3120-LER-CERTIFICACAO
                 PERFORM 3130-TRATAR-CERTIFICACAO
                    UNTIL WRK-FIM-CERTIF OR WRK-ERRO-FATAL
              WHEN WRK-FS-CER01-NAO-ENCONTRADO
                 CONTINUE
              WHEN OTHER
                 MOVE 'START'          TO WRK-COMANDO
                 MOVE 'CER01118'       TO WRK-ARQUIVO
                 MOVE WRK-FS-ARQCER01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3110-LIMPAR-ACHOU-TCE SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-TAB-TCE-ACHOU(WRK-IDX-TCE)
           .
      *----------------------------------------------------------------*
       3110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3120-LER-CERTIFICACAO SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQCER01 NEXT INTO ARQCER01-REGISTRO

           EVALUATE TRUE
              WHEN WRK-FS-CER01-OK
                 IF ARQCER01-COD-FUNCO NOT EQUAL ARQENT01-COD-FUNCO
                    SET WRK-FIM-CERTIF TO TRUE
                 END-IF
              WHEN WRK-FS-CER01-FIM
                 SET WRK-FIM-CERTIF    TO TRUE
              WHEN OTHER
                 MOVE 'READ '          TO WRK-COMANDO
                 MOVE 'CER01118'       TO WRK-ARQUIVO
                 MOVE WRK-FS-ARQCER01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3120-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE TRATAMENTO DE UMA CERTIFICACAO DO FUNCIONARIO:    *
      *    AVALIA A DATA E, SE A CERTIFICACAO FOR OBRIGATORIA PARA O   *
      *    DEPARTAMENTO E ESTIVER VENCIDA, MARCA O FUNCIONARIO         *
      *----------------------------------------------------------------*
       3130-TRATAR-CERTIFICACAO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-QTDE-CERTIF-FUNCO

           MOVE ARQCER01-DAT-CNTRL     TO WRK-DAT-CNTRL-AVAL
           MOVE ARQCER01-COD-CERTIF    TO WRK-COD-CERTIF-AVAL

           PERFORM 3048-AVALIAR-DATA-CONTROLE

           PERFORM 3150-LOCALIZAR-TIPO-CERTIF

           IF WRK-IDX-TCE NOT GREATER WRK-QTDE-TCE
              MOVE 'S'                 TO WRK-TAB-TCE-ACHOU(WRK-IDX-TCE)
              PERFORM 3160-VERIFICAR-OBRIGATORIA
              IF WRK-CERTIF-OBRIGATORIA
                 AND (WRK-DATA-INVALIDA
                      OR WRK-DATA-CONTR-INV LESS WRK-DATA-CORRENTE)
                 MOVE 'VENCIDA'        TO WRK-SIT-CERTIF-VENCIDA
                 PERFORM 3990-GRAVAR-VENCIDO
              END-IF
           END-IF

           PERFORM 3120-LER-CERTIFICACAO
           .
      *----------------------------------------------------------------*
       3130-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE VERIFICACAO DE CERTIFICACAO OBRIGATORIA AUSENTE   *
      *    (TIPO OBRIGATORIO PARA O DEPTO SEM REGISTRO NO ARQCER01)    *
      *----------------------------------------------------------------*
       3140-VERIFICAR-AUSENTES SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-TAB-TCE-ACHOU(WRK-IDX-TCE) EQUAL 'N'
              PERFORM 3160-VERIFICAR-OBRIGATORIA
              IF WRK-CERTIF-OBRIGATORIA
                 MOVE WRK-TAB-TCE-COD(WRK-IDX-TCE)
                                        TO WRK-COD-CERTIF-AVAL
                 MOVE SPACES           TO WRK-DAT-CNTRL-AVAL
                 MOVE 'AUSENTE'        TO WRK-SIT-CERTIF-VENCIDA
                 PERFORM 3990-GRAVAR-VENCIDO
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3140-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3150-LOCALIZAR-TIPO-CERTIF SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-IDX-TCE

           PERFORM 3151-PROXIMO-TIPO-CERTIF
              UNTIL WRK-IDX-TCE GREATER WRK-QTDE-TCE
                 OR WRK-TAB-TCE-COD(WRK-IDX-TCE)
                                  EQUAL WRK-COD-CERTIF-AVAL
           .
      *----------------------------------------------------------------*
       3150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3151-PROXIMO-TIPO-CERTIF SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-IDX-TCE
           .
      *----------------------------------------------------------------*
       3151-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE VERIFICACAO DA OBRIGATORIEDADE DO TIPO            *
      *    (WRK-IDX-TCE) PARA O DEPARTAMENTO DO FUNCIONARIO            *
      *----------------------------------------------------------------*
       3160-VERIFICAR-OBRIGATORIA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-SW-OBRIGATORIA

           EVALUATE WRK-TAB-TCE-IND(WRK-IDX-TCE)
              WHEN 'T'
                 SET WRK-CERTIF-OBRIGATORIA TO TRUE
              WHEN 'D'
                 PERFORM 3161-TESTAR-DEPTO-OBRIG
                    VARYING WRK-IDX-DEPTO-OBRIG FROM 1 BY 1
                    UNTIL WRK-IDX-DEPTO-OBRIG GREATER
                                  WRK-TAB-TCE-QTD-DEPTOS(WRK-IDX-TCE)
                       OR WRK-IDX-DEPTO-OBRIG GREATER 10
                       OR WRK-CERTIF-OBRIGATORIA
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3160-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3161-TESTAR-DEPTO-OBRIG SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-TAB-TCE-DEPTO(WRK-IDX-TCE WRK-IDX-DEPTO-OBRIG)
                                  EQUAL ARQENT01-COD-DEPTO
              SET WRK-CERTIF-OBRIGATORIA TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       3161-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-COD-MOTIVO-REJEICAO
           MOVE SPACES TO WRK-DESC-MOTIVO-REJEICAO

           MOVE WRK-DAT-CNTRL-AVAL(1:2) TO WRK-DIA
           MOVE WRK-DAT-CNTRL-AVAL(4:2) TO WRK-MES
           MOVE WRK-DAT-CNTRL-AVAL(7:4) TO WRK-ANO

           EVALUATE TRUE
              WHEN WRK-DAT-CNTRL-AVAL(1:2) NOT NUMERIC
                OR WRK-DAT-CNTRL-AVAL(4:2) NOT NUMERIC
                OR WRK-DAT-CNTRL-AVAL(7:4) NOT NUMERIC
                 MOVE 'N'  TO WRK-SW-DATA-CONTROLE
                 MOVE 01   TO WRK-COD-MOTIVO-REJEICAO
                 MOVE 'DATA DE CONTROLE NAO NUMERICA'
                  MOVE 'PROX VENCIMENTO' TO WRK-STATUS-VENCIMENTO
                  PERFORM 3900-GRAVAR-SAIDA
               ELSE
                  MOVE '.' TO WRK-DAT-CNTRL-AVAL(3:1)
                              WRK-DAT-CNTRL-AVAL(6:1)

                  DISPLAY '********************************************'
                  DISPLAY '* NOME: ' ARQENT01-NOM-FUNCO(1:23)
                  DISPLAY '* DATA: ' WRK-DAT-CNTRL-AVAL
                          ' ' WRK-COD-CERTIF-AVAL
                  DISPLAY '********************************************'
               END-IF
           WHEN OTHER

           MOVE ARQENT01-NOM-FUNCO TO ARQSAI01-NOM-FUNCO
           MOVE ARQENT01-NOM-ESCTO TO ARQSAI01-NOM-ESCTO
           MOVE WRK-DAT-CNTRL-AVAL TO ARQSAI01-DAT-CNTRL
           MOVE '.' TO ARQSAI01-DAT-CNTRL(3:1)
                       ARQSAI01-DAT-CNTRL(6:1)
           MOVE WRK-STATUS-VENCIMENTO TO ARQSAI01-STATUS
           MOVE WRK-COD-CERTIF-AVAL TO ARQSAI01-COD-CERTIF

           PERFORM 3970-ACUMULA-DEPTO


           MOVE ARQENT01-COD-FUNCO    TO ARQREJ01-COD-FUNCO
           MOVE ARQENT01-NOM-FUNCO    TO ARQREJ01-NOM-FUNCO
           MOVE WRK-DAT-CNTRL-AVAL    TO ARQREJ01-DAT-CNTRL
           MOVE WRK-COD-MOTIVO-REJEICAO  TO ARQREJ01-COD-MOTIVO
           MOVE WRK-DESC-MOTIVO-REJEICAO TO ARQREJ01-DESC-MOTIVO

           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE GRAVACAO DO FUNCIONARIO COM CERTIFICACAO          *
      *    OBRIGATORIA VENCIDA OU AUSENTE (UM REGISTRO POR             *
      *    CERTIFICACAO; O FUNCIONARIO E CONTADO UMA UNICA VEZ)        *
      *----------------------------------------------------------------*
       3990-GRAVAR-VENCIDO SECTION.
      *----------------------------------------------------------------*

           SET WRK-FUNCO-VENCIDO      TO TRUE

           MOVE ARQENT01-COD-FUNCO    TO ARQSAI03-COD-FUNCO
           MOVE ARQENT01-NOM-FUNCO    TO ARQSAI03-NOM-FUNCO
           MOVE ARQENT01-COD-DEPTO    TO ARQSAI03-COD-DEPTO
           MOVE WRK-COD-CERTIF-AVAL   TO ARQSAI03-COD-CERTIF
           MOVE WRK-DAT-CNTRL-AVAL    TO ARQSAI03-DAT-CNTRL
           MOVE WRK-SIT-CERTIF-VENCIDA TO ARQSAI03-SITUACAO

           WRITE FD-ARQSAI03 FROM ARQSAI03-REGISTRO.

           IF WRK-FS-SAI03-OK
              ADD 1 TO ACU-GRAVA-ARQSAI03
           ELSE
              MOVE 'WRITE'          TO WRK-COMANDO
              MOVE 'VNC01105'       TO WRK-ARQUIVO
              MOVE WRK-FS-ARQSAI03  TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3990-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE GRAVACAO DO LOG DE AUDITORIA DE EXECUCAO          *
      *----------------------------------------------------------------*
       3980-GRAVAR-AUDITORIA SECTION.
            CLOSE ARQSAI02
            CLOSE ARQREJ01
            CLOSE ARQAUD01
            CLOSE ARQSAI03
            IF WRK-CERTIF-DISPONIVEL
               CLOSE ARQCER01
            END-IF
           IF NOT WRK-FS-SAI01-OK AND WRK-FS-ENT01-FIM
              DISPLAY '************************************************'
              DISPLAY '*       ERRO EM OPERACAO COM ARQUIVOS          *'
            DISPLAY '* QTDE FORA DO FILTRO:' ACU-FILTRA-ARQENT01    '*'
            DISPLAY '* QTDE SUSPENSOS (NAO EXTR.):' ACU-SUSPENSOS    '*'
            DISPLAY '* QTDE DESLIGADOS (NAO EXTR.):' ACU-DESLIGADOS  '*'
            DISPLAY '* QTDE DATAS AVALIADAS:' ACU-CERTIF-AVALIADAS  '*'
            DISPLAY '* QTDE FUNCIONARIOS VENCIDOS:' ACU-FUNCO-VENCIDOS
                                                                    '*'
            DISPLAY '* QTDE CERTIF. VENCIDAS/AUSENTES:'
                                               ACU-GRAVA-ARQSAI03   '*'
            DISPLAY '*                                                *'
            DISPLAY '* nome-do-programa: FIM NORMAL                   *'
            DISPLAY '**************************************************'
