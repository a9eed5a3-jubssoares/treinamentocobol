      *                    BROWSE PAGINADO DO CADASTRO A PARTIR DE UM  *
      *                    CODIGO INICIAL E/OU FILTRO DE DEPARTAMENTO, *
      *                    COM SELECAO DE LINHA PARA O DETALHE.        *
      *                    DUPLO CONTROLE: ALTERACAO DE SALARIO, GRADE *
      *                    OU SITUACAO NAO E APLICADA NA HORA - VIRA   *
      *                    SOLICITACAO PENDENTE (ARQAPV01) COM O       *
      *                    USUARIO SOLICITANTE; OUTRO USUARIO APROVA   *
      *                    (PF10) OU REPROVA (PF11). SOLICITACAO NAO   *
      *                    DECIDIDA EM 5 DIAS EXPIRA.                  *
      *                    O CPF DO FUNCIONARIO TEM O DIGITO           *
      *                    VERIFICADOR CRITICADO (MODULO 11), COMO NA  *
      *                    MANUTENCAO BATCH.                           *
      *                    A DATA DE ADMISSAO (AAAAMMDD) E CRITICADA   *
      *                    COMO DATA DO CALENDARIO, NAO POSTERIOR A    *
      *                    DATA CORRENTE.                              *
      *----------------------------------------------------------------*
      *    ARQUIVOS (FCT):                                             *
      *      ARQENT01 (VSAM KSDS)                      ENT01105        *
      *      ARQDEP01 (VSAM KSDS)                      DEP01106        *
      *      ARQGRD01 (VSAM KSDS)                      GRD01105        *
      *      ARQAPV01 (VSAM KSDS)                      APV01106        *
      *    FILAS (DCT):                                                *
      *      HISQ (TD EXTRAPARTITION)                  HIS01106        *
      *      JRNQ (TD EXTRAPARTITION)                  JRN01107        *
      *
       77 WRK-VAL-SALARIO-CAND    PIC  9(009)V99 VALUE ZEROS.
       77 WRK-COD-GRADE-CAND      PIC  X(003) VALUE SPACES.
      *
      *    AREA DA CRITICA DO CPF DO FUNCIONARIO (MODULO 11)
       01 WRK-CPF-TRABALHO.
          05 WRK-CPF-TRAB-COD     PIC  9(009) VALUE ZEROS.
          05 WRK-CPF-TRAB-DIG     PIC  9(002) VALUE ZEROS.
      *
       01 WRK-CPF-DIGITOS.
          05 WRK-CPF-DIGITO       OCCURS 9 TIMES PIC 9(001).
      *
       77 WRK-CPF-IDX             PIC  9(002) VALUE ZEROS.
       77 WRK-CPF-PESO            PIC  9(002) VALUE ZEROS.
       77 WRK-CPF-SOMA            PIC  9(004) VALUE ZEROS.
       77 WRK-CPF-RESTO           PIC  9(004) VALUE ZEROS.
       77 WRK-CPF-DIG1            PIC  9(001) VALUE ZEROS.
       77 WRK-CPF-DIG2            PIC  9(001) VALUE ZEROS.
       77 WRK-CPF-DIG-ESPERADO    PIC  9(002) VALUE ZEROS.
      *
       01 WRK-SW-CPF              PIC  X(001) VALUE 'S'.
          88 WRK-CPF-VALIDO                   VALUE 'S'.
          88 WRK-CPF-INVALIDO                 VALUE 'N'.
      *
      *    AREA DA CRITICA DA DATA DE ADMISSAO (AAAAMMDD)
       77 WRK-ADM-DIAS-MES        PIC  9(002) VALUE ZEROS.
       77 WRK-ADM-RESTO           PIC  9(004) VALUE ZEROS.
      *
       77 WRK-USUARIO             PIC  X(008) VALUE SPACES.
       77 WRK-DIAS-APROVACAO      PIC  9(003) VALUE 5.
       77 WRK-DATA-EXPIRACAO      PIC  9(008) VALUE ZEROS.
      *
       01 WRK-SW-SENSIVEL         PIC  X(001) VALUE 'N'.
          88 WRK-ALTERACAO-SENSIVEL           VALUE 'S'.
          88 WRK-ALTERACAO-COMUM              VALUE 'N'.
      *
       01 WRK-SW-SOLICITACAO      PIC  X(001) VALUE 'N'.
          88 WRK-SOLICITACAO-ENCONTRADA       VALUE 'S'.
          88 WRK-SOLICITACAO-NAO-ENCONTRADA   VALUE 'N'.
      *
       01 WRK-MSG-PENDENTE.
          05 FILLER               PIC  X(027) VALUE
                                  'APROVACAO PENDENTE - SOLIC.'.
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-MSP-USUARIO      PIC  X(008).
          05 FILLER               PIC  X(010) VALUE ' EXPIRA EM'.
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-MSP-EXPIRACAO    PIC  9(008).
          05 FILLER               PIC  X(015) VALUE ' - PF10 / PF11'.
      *
       01 WRK-SW-BROWSE           PIC  X(001) VALUE 'N'.
          88 WRK-BROWSE-FIM                   VALUE 'S'.
           COPY ENT01105.
           COPY DEP01106.
           COPY GRD01105.
           COPY APV01106.
           COPY HIS01106.
           COPY JRN01107.
           COPY EXER0112.
                 PERFORM 3000-CONSULTAR
              WHEN DFHPF9
                 PERFORM 4000-ALTERAR
              WHEN DFHPF10
              WHEN DFHPF11
                 PERFORM 6000-DECIDIR-SOLICITACAO
              WHEN OTHER
                 MOVE 'TECLA INVALIDA - USE PF3/PF4/PF5/PF9/PF10/PF11'
                                        TO WRK-MENSAGEM
                 PERFORM 9600-REENVIAR-MAPA
           END-EVALUATE
              MOVE ARQENT01-VAL-SALARIO TO SALFUNO
           END-IF
           MOVE ARQENT01-COD-GRADE     TO GRDFUNO
           IF ARQENT01-CPF-FUNCO NUMERIC
              MOVE ARQENT01-CPF-FUNCO  TO CPFFUNO
           END-IF
           IF ARQENT01-COD-AGENCIA NUMERIC
              MOVE ARQENT01-COD-AGENCIA TO AGEFUNO
           END-IF
           IF ARQENT01-DAT-ADMISSAO NUMERIC
              MOVE ARQENT01-DAT-ADMISSAO TO DATADMO
           END-IF
           MOVE 'REGISTRO CONSULTADO - PF9 GRAVA A ALTERACAO'
                                        TO MSGOPRO

           PERFORM 3150-VERIFICAR-SOLICITACAO

           EXEC CICS SEND MAP('MAPA0112') MAPSET('EXER0112')
                     FROM(MAPA0112O) ERASE
           END-EXEC
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE AVISO DE SOLICITACAO PENDENTE DE APROVACAO PARA O *
      *    FUNCIONARIO CONSULTADO                                      *
      *----------------------------------------------------------------*
       3150-VERIFICAR-SOLICITACAO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQENT01-COD-FUNCO     TO ARQAPV01-COD-FUNCO

           EXEC CICS READ FILE('ARQAPV01')
                     INTO(ARQAPV01-REGISTRO)
                     RIDFLD(ARQAPV01-COD-FUNCO)
                     RESP(WRK-RESP)
           END-EXEC

           EVALUATE WRK-RESP
              WHEN DFHRESP(NORMAL)
                 IF ARQAPV01-PENDENTE
                    MOVE ARQAPV01-COD-USUARIO-SOLIC
                                        TO WRK-MSP-USUARIO
                    MOVE ARQAPV01-DAT-EXPIRACAO
                                        TO WRK-MSP-EXPIRACAO
                    MOVE WRK-MSG-PENDENTE
                                        TO MSGOPRO
                 END-IF
              WHEN DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 PERFORM 9500-ERRO-CICS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE ALTERACAO DO FUNCIONARIO COM AS VALIDACOES DA     *
      *    MANUTENCAO BATCH E GRAVACAO DA IMAGEM-ANTES                 *
      *----------------------------------------------------------------*
              PERFORM 9600-REENVIAR-MAPA
           END-IF

           PERFORM 4150-VERIFICAR-SENSIVEL

           IF WRK-ALTERACAO-SENSIVEL
              PERFORM 4600-SOLICITAR-APROVACAO
              IF NOMFUNL EQUAL ZEROS AND NOMESCL EQUAL ZEROS
                 AND CODDEPL EQUAL ZEROS AND DATCTLL EQUAL ZEROS
                 AND CPFFUNL EQUAL ZEROS AND AGEFUNL EQUAL ZEROS
                 AND DATADML EQUAL ZEROS
                 EXEC CICS UNLOCK FILE('ARQENT01') END-EXEC
                 MOVE 'ALTERACAO SENSIVEL ENVIADA PARA APROVACAO'
                                        TO WRK-MENSAGEM
                 PERFORM 9600-REENVIAR-MAPA
              END-IF
           END-IF

           PERFORM 4300-GRAVAR-HISTORICO

           PERFORM 4400-APLICAR-ALTERACAO
              (SALFUNL GREATER ZEROS OR GRDFUNL GREATER ZEROS)
              PERFORM 4250-VALIDAR-REMUNERACAO
           END-IF

           IF WRK-EDICAO-OK AND
              (CPFFUNL GREATER ZEROS OR AGEFUNL GREATER ZEROS)
              PERFORM 4270-VALIDAR-DOCUMENTO
           END-IF

           IF WRK-EDICAO-OK AND DATADML GREATER ZEROS
              PERFORM 4290-VALIDAR-ADMISSAO
           END-IF
           .
      *----------------------------------------------------------------*
       4100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE IDENTIFICACAO DE ALTERACAO SENSIVEL: SALARIO,     *
      *    GRADE OU SITUACAO DIFERENTES DO CADASTRO (MESMA REGRA DO    *
      *    EXER0106)                                                   *
      *----------------------------------------------------------------*
       4150-VERIFICAR-SENSIVEL SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-ALTERACAO-COMUM     TO TRUE

           IF SITFUNL GREATER ZEROS
              IF SITFUNI NOT EQUAL ARQENT01-SIT-FUNCO
                 SET WRK-ALTERACAO-SENSIVEL TO TRUE
              END-IF
           END-IF

           IF SALFUNL GREATER ZEROS
              IF ARQENT01-VAL-SALARIO NOT NUMERIC
                 SET WRK-ALTERACAO-SENSIVEL TO TRUE
              ELSE
                 IF WRK-VAL-SALARIO-CAND NOT EQUAL
                    ARQENT01-VAL-SALARIO
                    SET WRK-ALTERACAO-SENSIVEL TO TRUE
                 END-IF
              END-IF
           END-IF

           IF GRDFUNL GREATER ZEROS
              IF WRK-COD-GRADE-CAND NOT EQUAL ARQENT01-COD-GRADE
                 SET WRK-ALTERACAO-SENSIVEL TO TRUE
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       4150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE VALIDACAO DO DEPARTAMENTO CONTRA O MASTER         *
      *----------------------------------------------------------------*
       4200-VALIDAR-DEPARTAMENTO SECTION.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE CRITICA DO CPF (DIGITO VERIFICADOR) E DA AGENCIA  *
      *    DE LOTACAO DO FUNCIONARIO                                   *
      *----------------------------------------------------------------*
       4270-VALIDAR-DOCUMENTO SECTION.
      *----------------------------------------------------------------*
      *
           IF CPFFUNL GREATER ZEROS
              IF CPFFUNI NOT NUMERIC
                 SET WRK-EDICAO-ERRO   TO TRUE
                 MOVE 'CPF NAO NUMERICO'
                                        TO WRK-MENSAGEM
              ELSE
                 MOVE CPFFUNI          TO WRK-CPF-TRABALHO
                 PERFORM 4280-VALIDA-CPF
                 IF WRK-CPF-INVALIDO
                    SET WRK-EDICAO-ERRO TO TRUE
                    MOVE 'CPF DO FUNCIONARIO INVALIDO'
                                        TO WRK-MENSAGEM
                 END-IF
              END-IF
           END-IF

           IF WRK-EDICAO-OK AND AGEFUNL GREATER ZEROS
              IF AGEFUNI NOT NUMERIC
                 SET WRK-EDICAO-ERRO   TO TRUE
                 MOVE 'AGENCIA NAO NUMERICA'
                                        TO WRK-MENSAGEM
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       4270-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    VALIDA O DIGITO VERIFICADOR DO CPF DE TRABALHO (MODULO 11)  *
      *----------------------------------------------------------------*
       4280-VALIDA-CPF SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-CPF-VALIDO          TO TRUE

           PERFORM 4281-EXTRAIR-DIGITO
               VARYING WRK-CPF-IDX FROM 1 BY 1
               UNTIL WRK-CPF-IDX GREATER 9

           MOVE ZEROS                  TO WRK-CPF-SOMA

           PERFORM 4282-SOMAR-PESO-1
               VARYING WRK-CPF-IDX FROM 1 BY 1
               UNTIL WRK-CPF-IDX GREATER 9

           DIVIDE WRK-CPF-SOMA BY 11 GIVING WRK-CPF-RESTO
               REMAINDER WRK-CPF-RESTO

           IF WRK-CPF-RESTO LESS 2
              MOVE ZEROS               TO WRK-CPF-DIG1
           ELSE
              COMPUTE WRK-CPF-DIG1 = 11 - WRK-CPF-RESTO
           END-IF

           MOVE ZEROS                  TO WRK-CPF-SOMA

           PERFORM 4283-SOMAR-PESO-2
               VARYING WRK-CPF-IDX FROM 1 BY 1
               UNTIL WRK-CPF-IDX GREATER 9

           COMPUTE WRK-CPF-SOMA = WRK-CPF-SOMA + (WRK-CPF-DIG1 * 2)

           DIVIDE WRK-CPF-SOMA BY 11 GIVING WRK-CPF-RESTO
               REMAINDER WRK-CPF-RESTO

           IF WRK-CPF-RESTO LESS 2
              MOVE ZEROS               TO WRK-CPF-DIG2
           ELSE
              COMPUTE WRK-CPF-DIG2 = 11 - WRK-CPF-RESTO
           END-IF

           COMPUTE WRK-CPF-DIG-ESPERADO = (WRK-CPF-DIG1 * 10) +
                                            WRK-CPF-DIG2

           IF WRK-CPF-DIG-ESPERADO NOT EQUAL WRK-CPF-TRAB-DIG
              SET WRK-CPF-INVALIDO     TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       4280-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       4281-EXTRAIR-DIGITO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-CPF-TRAB-COD (WRK-CPF-IDX:1)
                                   TO WRK-CPF-DIGITO (WRK-CPF-IDX)
           .
      *----------------------------------------------------------------*
       4281-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       4282-SOMAR-PESO-1 SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WRK-CPF-PESO = 11 - WRK-CPF-IDX

           COMPUTE WRK-CPF-SOMA = WRK-CPF-SOMA +
                   (WRK-CPF-DIGITO (WRK-CPF-IDX) * WRK-CPF-PESO)
           .
      *----------------------------------------------------------------*
       4282-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       4283-SOMAR-PESO-2 SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WRK-CPF-PESO = 12 - WRK-CPF-IDX

           COMPUTE WRK-CPF-SOMA = WRK-CPF-SOMA +
                   (WRK-CPF-DIGITO (WRK-CPF-IDX) * WRK-CPF-PESO)
           .
      *----------------------------------------------------------------*
       4283-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE CRITICA DA DATA DE ADMISSAO: DATA DO CALENDARIO   *
      *    (AAAAMMDD, COM BISSEXTO) A PARTIR DE 1900 E NAO POSTERIOR A *
      *    DATA CORRENTE (MESMA REGRA DA MANUTENCAO BATCH)             *
      *----------------------------------------------------------------*
       4290-VALIDAR-ADMISSAO SECTION.
      *----------------------------------------------------------------*
      *
           IF DATADMI NOT NUMERIC
              SET WRK-EDICAO-ERRO      TO TRUE
              MOVE 'DATA DE ADMISSAO NAO NUMERICA'
                                        TO WRK-MENSAGEM
              GO TO 4290-99-FIM
           END-IF

           EXEC CICS ASKTIME ABSTIME(WRK-ABSTIME) END-EXEC

           EXEC CICS FORMATTIME ABSTIME(WRK-ABSTIME)
                     YYYYMMDD(WRK-DATA-HISTORICO)
           END-EXEC

           MOVE DATADMI                TO WRK-DATA-CONTR-INV

           IF WRK-ANO LESS 1900
              OR WRK-MES LESS 01 OR WRK-MES GREATER 12
              OR WRK-DATA-CONTR-INV GREATER WRK-DATA-HISTORICO
              SET WRK-EDICAO-ERRO      TO TRUE
              MOVE 'DATA DE ADMISSAO INVALIDA'
                                        TO WRK-MENSAGEM
              GO TO 4290-99-FIM
           END-IF

           EVALUATE WRK-MES
              WHEN 04
              WHEN 06
              WHEN 09
              WHEN 11
                 MOVE 30               TO WRK-ADM-DIAS-MES
              WHEN 02
                 DIVIDE WRK-ANO BY 4 GIVING WRK-ADM-RESTO
                    REMAINDER WRK-ADM-RESTO
                 IF WRK-ADM-RESTO EQUAL ZEROS
                    MOVE 29            TO WRK-ADM-DIAS-MES
                    DIVIDE WRK-ANO BY 100 GIVING WRK-ADM-RESTO
                       REMAINDER WRK-ADM-RESTO
                    IF WRK-ADM-RESTO EQUAL ZEROS
                       MOVE 28         TO WRK-ADM-DIAS-MES
                       DIVIDE WRK-ANO BY 400 GIVING WRK-ADM-RESTO
                          REMAINDER WRK-ADM-RESTO
                       IF WRK-ADM-RESTO EQUAL ZEROS
                          MOVE 29      TO WRK-ADM-DIAS-MES
                       END-IF
                    END-IF
                 ELSE
                    MOVE 28            TO WRK-ADM-DIAS-MES
                 END-IF
              WHEN OTHER
                 MOVE 31               TO WRK-ADM-DIAS-MES
           END-EVALUATE

           IF WRK-DIA LESS 01 OR WRK-DIA GREATER WRK-ADM-DIAS-MES
              SET WRK-EDICAO-ERRO      TO TRUE
              MOVE 'DATA DE ADMISSAO INVALIDA'
                                        TO WRK-MENSAGEM
           END-IF
           .
      *----------------------------------------------------------------*
       4290-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE GRAVACAO DA IMAGEM-ANTES NA FILA TD DE HISTORICO  *
      *----------------------------------------------------------------*
       4300-GRAVAR-HISTORICO SECTION.
           IF DATCTLL GREATER ZEROS
              MOVE DATCTLI             TO ARQENT01-DAT-CNTRL
           END-IF
           IF CPFFUNL GREATER ZEROS
              MOVE CPFFUNI             TO ARQENT01-CPF-FUNCO
           END-IF
           IF AGEFUNL GREATER ZEROS
              MOVE AGEFUNI             TO ARQENT01-COD-AGENCIA
           END-IF
           IF DATADML GREATER ZEROS
              MOVE DATADMI             TO ARQENT01-DAT-ADMISSAO
           END-IF
           IF WRK-ALTERACAO-COMUM
              IF SITFUNL GREATER ZEROS
                 MOVE SITFUNI          TO ARQENT01-SIT-FUNCO
              END-IF
              IF SALFUNL GREATER ZEROS
                 MOVE WRK-VAL-SALARIO-CAND
                                        TO ARQENT01-VAL-SALARIO
              END-IF
              IF GRDFUNL GREATER ZEROS
                 MOVE WRK-COD-GRADE-CAND
                                        TO ARQENT01-COD-GRADE
              END-IF
           END-IF

           EXEC CICS REWRITE FILE('ARQENT01')

           IF WRK-RESP EQUAL DFHRESP(NORMAL)
              PERFORM 4500-GRAVAR-JORNAL
              IF WRK-ALTERACAO-SENSIVEL
                 MOVE 'GRAVADO - SAL/GRADE/SITUACAO AGUARDAM APROVACAO'
                                        TO WRK-MENSAGEM
              ELSE
                 MOVE 'ALTERACAO GRAVADA COM SUCESSO'
                                        TO WRK-MENSAGEM
              END-IF
           ELSE
              PERFORM 9500-ERRO-CICS
           END-IF
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE GRAVACAO DA SOLICITACAO DE APROVACAO (ARQAPV01)   *
      *    COM OS VALORES ATUAIS E OS SOLICITADOS DE SALARIO, GRADE E  *
      *    SITUACAO. RECUSA SE JA HOUVER SOLICITACAO PENDENTE E NAO    *
      *    EXPIRADA PARA O FUNCIONARIO                                 *
      *----------------------------------------------------------------*
       4600-SOLICITAR-APROVACAO SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 4700-OBTER-DATA-USUARIO

           MOVE ARQENT01-COD-FUNCO     TO ARQAPV01-COD-FUNCO

           EXEC CICS READ FILE('ARQAPV01')
                     INTO(ARQAPV01-REGISTRO)
                     RIDFLD(ARQAPV01-COD-FUNCO)
                     UPDATE
                     RESP(WRK-RESP)
           END-EXEC

           EVALUATE WRK-RESP
              WHEN DFHRESP(NORMAL)
                 SET WRK-SOLICITACAO-ENCONTRADA     TO TRUE
              WHEN DFHRESP(NOTFND)
                 SET WRK-SOLICITACAO-NAO-ENCONTRADA TO TRUE
              WHEN OTHER
                 PERFORM 9500-ERRO-CICS
           END-EVALUATE

           IF WRK-SOLICITACAO-ENCONTRADA AND ARQAPV01-PENDENTE
              AND ARQAPV01-DAT-EXPIRACAO NOT LESS WRK-DATA-HISTORICO
              EXEC CICS UNLOCK FILE('ARQAPV01') END-EXEC
              EXEC CICS UNLOCK FILE('ARQENT01') END-EXEC
              MOVE 'JA EXISTE SOLICITACAO PENDENTE PARA O FUNCIONARIO'
                                        TO WRK-MENSAGEM
              PERFORM 9600-REENVIAR-MAPA
           END-IF

           COMPUTE WRK-DATA-EXPIRACAO  = FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DATE (WRK-DATA-HISTORICO)
                   + WRK-DIAS-APROVACAO)

           INITIALIZE ARQAPV01-REGISTRO
           MOVE ARQENT01-COD-FUNCO     TO ARQAPV01-COD-FUNCO
           SET ARQAPV01-PENDENTE       TO TRUE
           MOVE WRK-USUARIO            TO ARQAPV01-COD-USUARIO-SOLIC
           MOVE WRK-DATA-HISTORICO     TO ARQAPV01-DAT-SOLICITACAO
           MOVE WRK-HORA-HISTORICO (1:6)
                                       TO ARQAPV01-HOR-SOLICITACAO
           MOVE WRK-PROGRAMA           TO ARQAPV01-PROGRAMA-ORIGEM
           MOVE WRK-DATA-EXPIRACAO     TO ARQAPV01-DAT-EXPIRACAO

           IF ARQENT01-VAL-SALARIO NUMERIC
              MOVE ARQENT01-VAL-SALARIO
                                       TO ARQAPV01-VAL-SALARIO-ATUAL
           END-IF
           MOVE ARQENT01-COD-GRADE     TO ARQAPV01-COD-GRADE-ATUAL
           MOVE ARQENT01-SIT-FUNCO     TO ARQAPV01-SIT-FUNCO-ATUAL

           IF SALFUNL GREATER ZEROS OR GRDFUNL GREATER ZEROS
              MOVE WRK-VAL-SALARIO-CAND
                                       TO ARQAPV01-VAL-SALARIO-NOVO
              MOVE WRK-COD-GRADE-CAND  TO ARQAPV01-COD-GRADE-NOVO
           ELSE
              MOVE ARQAPV01-VAL-SALARIO-ATUAL
                                       TO ARQAPV01-VAL-SALARIO-NOVO
              MOVE ARQENT01-COD-GRADE  TO ARQAPV01-COD-GRADE-NOVO
           END-IF
           IF SITFUNL GREATER ZEROS
              MOVE SITFUNI             TO ARQAPV01-SIT-FUNCO-NOVO
           ELSE
              MOVE ARQENT01-SIT-FUNCO  TO ARQAPV01-SIT-FUNCO-NOVO
           END-IF

           IF WRK-SOLICITACAO-ENCONTRADA
              EXEC CICS REWRITE FILE('ARQAPV01')
                        FROM(ARQAPV01-REGISTRO)
                        RESP(WRK-RESP)
              END-EXEC
           ELSE
              EXEC CICS WRITE FILE('ARQAPV01')
                        FROM(ARQAPV01-REGISTRO)
                        RIDFLD(ARQAPV01-COD-FUNCO)
                        RESP(WRK-RESP)
              END-EXEC
           END-IF

           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)
              PERFORM 9500-ERRO-CICS
           END-IF
           .
      *----------------------------------------------------------------*
       4600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE OBTENCAO DA DATA/HORA CORRENTE E DO USUARIO DA    *
      *    SESSAO (SOLICITANTE OU APROVADOR)                           *
      *----------------------------------------------------------------*
       4700-OBTER-DATA-USUARIO SECTION.
      *----------------------------------------------------------------*
      *
           EXEC CICS ASKTIME ABSTIME(WRK-ABSTIME) END-EXEC

           EXEC CICS FORMATTIME ABSTIME(WRK-ABSTIME)
                     YYYYMMDD(WRK-DATA-HISTORICO)
                     TIME(WRK-HORA-HISTORICO)
           END-EXEC

           EXEC CICS ASSIGN USERID(WRK-USUARIO) END-EXEC
           .
      *----------------------------------------------------------------*
       4700-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE TRATAMENTO DA ACAO DO OPERADOR NO MODO LISTA      *
      *----------------------------------------------------------------*
       5000-TRATAR-ACAO-LISTA SECTION.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE DECISAO DA SOLICITACAO PENDENTE DO FUNCIONARIO    *
      *    (PF10 APROVA / PF11 REPROVA). O APROVADOR TEM DE SER UM     *
      *    USUARIO DIFERENTE DO SOLICITANTE                            *
      *----------------------------------------------------------------*
       6000-DECIDIR-SOLICITACAO SECTION.
      *----------------------------------------------------------------*
      *
           EXEC CICS RECEIVE MAP('MAPA0112') MAPSET('EXER0112')
                     INTO(MAPA0112I) RESP(WRK-RESP)
           END-EXEC

           IF CODFUNL EQUAL ZEROS OR CODFUNI NOT NUMERIC
              MOVE 'CODIGO DO FUNCIONARIO INVALIDO'
                                        TO WRK-MENSAGEM
              PERFORM 9600-REENVIAR-MAPA
           END-IF

           PERFORM 4700-OBTER-DATA-USUARIO

           MOVE CODFUNI                TO ARQAPV01-COD-FUNCO

           EXEC CICS READ FILE('ARQAPV01')
                     INTO(ARQAPV01-REGISTRO)
                     RIDFLD(ARQAPV01-COD-FUNCO)
                     UPDATE
                     RESP(WRK-RESP)
           END-EXEC

           EVALUATE WRK-RESP
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'SEM SOLICITACAO PENDENTE PARA O FUNCIONARIO'
                                        TO WRK-MENSAGEM
                 PERFORM 9600-REENVIAR-MAPA
              WHEN OTHER
                 PERFORM 9500-ERRO-CICS
           END-EVALUATE

           IF NOT ARQAPV01-PENDENTE
              EXEC CICS UNLOCK FILE('ARQAPV01') END-EXEC
              MOVE 'SEM SOLICITACAO PENDENTE PARA O FUNCIONARIO'
                                        TO WRK-MENSAGEM
              PERFORM 9600-REENVIAR-MAPA
           END-IF

           IF ARQAPV01-DAT-EXPIRACAO LESS WRK-DATA-HISTORICO
              SET ARQAPV01-EXPIRADA    TO TRUE
              PERFORM 6300-REGRAVAR-SOLICITACAO
              MOVE 'SOLICITACAO EXPIRADA - REGISTRAR NOVAMENTE'
                                        TO WRK-MENSAGEM
              PERFORM 9600-REENVIAR-MAPA
           END-IF

           IF ARQAPV01-COD-USUARIO-SOLIC EQUAL WRK-USUARIO
              EXEC CICS UNLOCK FILE('ARQAPV01') END-EXEC
              MOVE 'APROVADOR IGUAL AO SOLICITANTE'
                                        TO WRK-MENSAGEM
              PERFORM 9600-REENVIAR-MAPA
           END-IF

           MOVE WRK-USUARIO            TO ARQAPV01-COD-USUARIO-APROV

           IF EIBAID EQUAL DFHPF11
              SET ARQAPV01-REPROVADA   TO TRUE
              PERFORM 6300-REGRAVAR-SOLICITACAO
              MOVE 'SOLICITACAO REPROVADA'
                                        TO WRK-MENSAGEM
           ELSE
              PERFORM 6100-APLICAR-APROVACAO
           END-IF

           PERFORM 9600-REENVIAR-MAPA
           .
      *----------------------------------------------------------------*
       6000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE APLICACAO DA SOLICITACAO APROVADA NO CADASTRO,    *
      *    REVALIDANDO A FAIXA DA GRADE NA DATA DA APROVACAO           *
      *----------------------------------------------------------------*
       6100-APLICAR-APROVACAO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQAPV01-COD-FUNCO     TO ARQENT01-COD-FUNCO

           EXEC CICS READ FILE('ARQENT01')
                     INTO(ARQENT01-REGISTRO)
                     RIDFLD(ARQENT01-COD-FUNCO)
                     UPDATE
                     RESP(WRK-RESP)
           END-EXEC

           EVALUATE WRK-RESP
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 EXEC CICS UNLOCK FILE('ARQAPV01') END-EXEC
                 MOVE 'FUNCIONARIO NAO CADASTRADO'
                                        TO WRK-MENSAGEM
                 PERFORM 9600-REENVIAR-MAPA
              WHEN OTHER
                 PERFORM 9500-ERRO-CICS
           END-EVALUATE

           SET WRK-EDICAO-OK           TO TRUE
           MOVE ARQAPV01-VAL-SALARIO-NOVO
                                       TO WRK-VAL-SALARIO-CAND
           MOVE ARQAPV01-COD-GRADE-NOVO
                                       TO WRK-COD-GRADE-CAND

           IF WRK-COD-GRADE-CAND EQUAL SPACES
              IF WRK-VAL-SALARIO-CAND GREATER ZEROS
                 SET WRK-EDICAO-ERRO   TO TRUE
                 MOVE 'SALARIO SEM GRADE INFORMADA'
                                        TO WRK-MENSAGEM
              END-IF
           ELSE
              PERFORM 4260-CONSULTAR-GRADE
           END-IF

           IF WRK-EDICAO-ERRO
              EXEC CICS UNLOCK FILE('ARQENT01') END-EXEC
              EXEC CICS UNLOCK FILE('ARQAPV01') END-EXEC
              PERFORM 9600-REENVIAR-MAPA
           END-IF

           PERFORM 4300-GRAVAR-HISTORICO

           MOVE ARQAPV01-VAL-SALARIO-NOVO
                                       TO ARQENT01-VAL-SALARIO
           MOVE ARQAPV01-COD-GRADE-NOVO
                                       TO ARQENT01-COD-GRADE
           MOVE ARQAPV01-SIT-FUNCO-NOVO
                                       TO ARQENT01-SIT-FUNCO

           EXEC CICS REWRITE FILE('ARQENT01')
                     FROM(ARQENT01-REGISTRO)
                     RESP(WRK-RESP)
           END-EXEC

           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)
              PERFORM 9500-ERRO-CICS
           END-IF

           PERFORM 4500-GRAVAR-JORNAL

           SET ARQAPV01-APROVADA       TO TRUE
           PERFORM 6300-REGRAVAR-SOLICITACAO
           MOVE 'SOLICITACAO APROVADA E APLICADA AO CADASTRO'
                                        TO WRK-MENSAGEM
           .
      *----------------------------------------------------------------*
       6100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE REGRAVACAO DA SOLICITACAO COM A DATA/HORA DA      *
      *    DECISAO (APROVADA, REPROVADA OU EXPIRADA)                   *
      *----------------------------------------------------------------*
       6300-REGRAVAR-SOLICITACAO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-DATA-HISTORICO     TO ARQAPV01-DAT-DECISAO
           MOVE WRK-HORA-HISTORICO (1:6)
                                       TO ARQAPV01-HOR-DECISAO

           EXEC CICS REWRITE FILE('ARQAPV01')
                     FROM(ARQAPV01-REGISTRO)
                     RESP(WRK-RESP)
           END-EXEC

           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)
              PERFORM 9500-ERRO-CICS
           END-IF
           .
      *----------------------------------------------------------------*
       6300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE REENVIO DO MAPA DE LISTA COM MENSAGEM             *
      *----------------------------------------------------------------*
       9650-REENVIAR-LISTA SECTION.
