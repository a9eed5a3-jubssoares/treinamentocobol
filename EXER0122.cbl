      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0122.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0122 (CICS - TRANSACAO EX22)              *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   CONSULTA E MANUTENCAO ONLINE DO CADASTRO    *
      *                    DE DEPARTAMENTOS (ARQDEP01), COM AS MESMAS  *
      *                    VALIDACOES DA MANUTENCAO BATCH (EXER0109):  *
      *                    NIVEL HIERARQUICO, DEPTO PAI EXISTENTE E DE *
      *                    NIVEL DIRETORIA, SEM CICLOS, E SEM EXCLUSAO *
      *                    DE QUEM AINDA TEM DEPTOS SUBORDINADOS OU    *
      *                    FUNCIONARIOS NO CADASTRO (ARQENT01). GRAVA  *
      *                    A IMAGEM-ANTES NA FILA TD 'DEPQ', DRENADA   *
      *                    PELO EXER0113 PARA O HISTORICO BATCH DE     *
      *                    DEPARTAMENTOS. O DEPTO INCLUIDO AQUI FICA   *
      *                    DISPONIVEL NA HORA PARA A TRANSACAO EX12.   *
      *----------------------------------------------------------------*
      *    ARQUIVOS (FCT):                                             *
      *      ARQDEP01 (VSAM KSDS)                      DEP01106        *
      *      ARQENT01 (VSAM KSDS)                      ENT01105        *
      *    FILAS (DCT):                                                *
      *      DEPQ (TD EXTRAPARTITION)                  HDP01122        *
      *    MAPAS:                                                      *
      *      EXER0122 / MAPA0122 (DETALHE)                             *
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
      *================================================================*
       DATA                            DIVISION.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0122 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0122'.
       77 WRK-TRANSACAO           PIC  X(004) VALUE 'EX22'.
       77 WRK-RESP                PIC S9(008) COMP VALUE ZEROS.
       77 WRK-MENSAGEM            PIC  X(070) VALUE SPACES.
       77 WRK-ABSTIME             PIC S9(015) COMP-3 VALUE ZEROS.
       77 WRK-DATA-HISTORICO      PIC  9(008) VALUE ZEROS.
       77 WRK-HORA-HISTORICO      PIC  X(008) VALUE SPACES.
       77 WRK-USUARIO             PIC  X(008) VALUE SPACES.
       77 WRK-CHAVE-DEPTO         PIC  9(015) VALUE ZEROS.
       77 WRK-CHAVE-FUNCO         PIC  9(008) VALUE ZEROS.
      *
       01 WRK-SW-EDICAO           PIC  X(001) VALUE 'S'.
          88 WRK-EDICAO-OK                    VALUE 'S'.
          88 WRK-EDICAO-ERRO                  VALUE 'N'.
      *
       01 WRK-SW-BROWSE           PIC  X(001) VALUE 'N'.
          88 WRK-BROWSE-FIM                   VALUE 'S'.
          88 WRK-BROWSE-CONTINUA              VALUE 'N'.
      *
       01 WRK-SW-SUBORDINADO      PIC  X(001) VALUE 'N'.
          88 WRK-TEM-SUBORDINADO              VALUE 'S'.
          88 WRK-SEM-SUBORDINADO              VALUE 'N'.
      *
       01 WRK-SW-FUNCIONARIO      PIC  X(001) VALUE 'N'.
          88 WRK-TEM-FUNCIONARIO              VALUE 'S'.
          88 WRK-SEM-FUNCIONARIO              VALUE 'N'.
      *
      *----------------------------------------------------------------*
      *    REGISTRO CANDIDATO (DADOS DO MAPA SOBRE O REGISTRO ATUAL),  *
      *    VALIDADO ANTES DE SER GRAVADO NO CADASTRO                   *
      *----------------------------------------------------------------*
       01 WRK-DEP-CANDIDATO.
          05 WRK-CAN-COD-DEPTO    PIC  9(015).
          05 WRK-CAN-NOM-DEPTO    PIC  X(055).
          05 WRK-CAN-AREA-RESP    PIC  X(030).
          05 WRK-CAN-COD-DEPTO-PAI
                                  PIC  9(015).
          05 WRK-CAN-COD-DEPTO-PAI-X REDEFINES WRK-CAN-COD-DEPTO-PAI
                                  PIC  X(015).
          05 WRK-CAN-NIVEL-HIER   PIC  X(001).
             88 WRK-CAN-NIVEL-DIRETORIA       VALUE '1'.
             88 WRK-CAN-NIVEL-DEPARTAMENTO    VALUE '2'.
             88 WRK-CAN-NIVEL-VALIDO          VALUE '1' '2'.
      *
       01 WRK-DEP-ANTES           PIC  X(116) VALUE SPACES.
      *
       01 WRK-COMMAREA.
          05 WRK-CA-FASE          PIC  X(001).
             88 WRK-CA-PRIMEIRA               VALUE LOW-VALUE ' '.
             88 WRK-CA-CONVERSANDO            VALUE 'C'.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DOS BOOKS DOS ARQUIVOS E DO MAPA'.
      *----------------------------------------------------------------*
      *
           COPY DEP01106.
           COPY ENT01105.
           COPY HDP01122.
           COPY EXER0122.
           COPY DFHAID.
           COPY DFHBMSCA.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0122 - FIM DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       01 DFHCOMMAREA             PIC  X(001).
      *
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
      *    ROTINA PRINCIPAL DO PROGRAMA (PSEUDO-CONVERSACIONAL)        *
      *----------------------------------------------------------------*
       0000-PRINCIPAL SECTION.
      *----------------------------------------------------------------*
      *
           IF EIBCALEN EQUAL ZEROS
              PERFORM 1000-PRIMEIRA-ENTRADA
           ELSE
              MOVE DFHCOMMAREA         TO WRK-COMMAREA
              PERFORM 2000-TRATAR-ACAO
           END-IF

           PERFORM 9800-RETORNAR
           .
      *----------------------------------------------------------------*
       0000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DA PRIMEIRA ENTRADA: ENVIA O MAPA LIMPO              *
      *----------------------------------------------------------------*
       1000-PRIMEIRA-ENTRADA SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE WRK-COMMAREA

           MOVE LOW-VALUES             TO MAPA0122O
           MOVE 'INFORME O CODIGO E TECLE PF5 PARA CONSULTAR'
                                        TO MSGOPRO

           EXEC CICS SEND MAP('MAPA0122') MAPSET('EXER0122')
                     FROM(MAPA0122O) ERASE
           END-EXEC
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE TRATAMENTO DA ACAO DO OPERADOR                    *
      *----------------------------------------------------------------*
       2000-TRATAR-ACAO SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE EIBAID
              WHEN DFHPF3
                 PERFORM 9700-ENCERRAR-SESSAO
              WHEN DFHPF5
                 PERFORM 3000-CONSULTAR
              WHEN DFHPF6
                 PERFORM 4000-INCLUIR
              WHEN DFHPF9
                 PERFORM 5000-ALTERAR
              WHEN DFHPF12
                 PERFORM 6000-EXCLUIR
              WHEN OTHER
                 MOVE 'TECLA INVALIDA - USE PF3/PF5/PF6/PF9/PF12'
                                        TO WRK-MENSAGEM
                 PERFORM 9600-REENVIAR-MAPA
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE CONSULTA DO DEPARTAMENTO PELO CODIGO              *
      *----------------------------------------------------------------*
       3000-CONSULTAR SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3500-RECEBER-MAPA

           EXEC CICS READ FILE('ARQDEP01')
                     INTO(ARQDEP01-REGISTRO)
                     RIDFLD(ARQDEP01-COD-DEPTO)
                     RESP(WRK-RESP)
           END-EXEC

           EVALUATE WRK-RESP
              WHEN DFHRESP(NORMAL)
                 PERFORM 3100-MONTAR-MAPA-CONSULTA
              WHEN DFHRESP(NOTFND)
                 MOVE 'DEPARTAMENTO NAO CADASTRADO'
                                        TO WRK-MENSAGEM
                 PERFORM 9600-REENVIAR-MAPA
              WHEN OTHER
                 PERFORM 9500-ERRO-CICS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE MONTAGEM DO MAPA COM OS DADOS CONSULTADOS         *
      *----------------------------------------------------------------*
       3100-MONTAR-MAPA-CONSULTA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE LOW-VALUES             TO MAPA0122O
           MOVE ARQDEP01-COD-DEPTO     TO CODDEPO
           MOVE ARQDEP01-NOM-DEPTO     TO NOMDEPO
           MOVE ARQDEP01-AREA-RESP     TO ARERSPO
           IF ARQDEP01-COD-DEPTO-PAI NUMERIC
              MOVE ARQDEP01-COD-DEPTO-PAI
                                        TO CODPAIO
           END-IF
           MOVE ARQDEP01-NIVEL-HIER    TO NIVHIEO
           MOVE 'REGISTRO CONSULTADO - PF9 ALTERA / PF12 EXCLUI'
                                        TO MSGOPRO

           EXEC CICS SEND MAP('MAPA0122') MAPSET('EXER0122')
                     FROM(MAPA0122O) ERASE
           END-EXEC
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE RECEPCAO DO MAPA E CRITICA DO CODIGO INFORMADO    *
      *----------------------------------------------------------------*
       3500-RECEBER-MAPA SECTION.
      *----------------------------------------------------------------*
      *
           EXEC CICS RECEIVE MAP('MAPA0122') MAPSET('EXER0122')
                     INTO(MAPA0122I) RESP(WRK-RESP)
           END-EXEC

           IF CODDEPL EQUAL ZEROS OR CODDEPI NOT NUMERIC
              MOVE 'CODIGO DO DEPARTAMENTO INVALIDO'
                                        TO WRK-MENSAGEM
              PERFORM 9600-REENVIAR-MAPA
           END-IF

           MOVE CODDEPI                TO ARQDEP01-COD-DEPTO
           .
      *----------------------------------------------------------------*
       3500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE INCLUSAO DE DEPARTAMENTO                          *
      *----------------------------------------------------------------*
       4000-INCLUIR SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3500-RECEBER-MAPA

           INITIALIZE WRK-DEP-CANDIDATO
           MOVE CODDEPI                TO WRK-CAN-COD-DEPTO
           PERFORM 4050-MONTAR-CANDIDATO

           PERFORM 4100-VALIDAR-HIERARQUIA

           IF WRK-EDICAO-ERRO
              PERFORM 9600-REENVIAR-MAPA
           END-IF

           MOVE WRK-DEP-CANDIDATO      TO ARQDEP01-REGISTRO

           EXEC CICS WRITE FILE('ARQDEP01')
                     FROM(ARQDEP01-REGISTRO)
                     RIDFLD(ARQDEP01-COD-DEPTO)
                     RESP(WRK-RESP)
           END-EXEC

           EVALUATE WRK-RESP
              WHEN DFHRESP(NORMAL)
                 MOVE 'I'              TO ARQHDP01-TIPO-TRANSACAO
                 MOVE ARQDEP01-REGISTRO
                                        TO ARQHDP01-DADOS-ANTES
                 PERFORM 4300-GRAVAR-HISTORICO
                 MOVE 'DEPARTAMENTO INCLUIDO COM SUCESSO'
                                        TO WRK-MENSAGEM
              WHEN DFHRESP(DUPREC)
                 MOVE 'DEPARTAMENTO JA CADASTRADO'
                                        TO WRK-MENSAGEM
              WHEN OTHER
                 PERFORM 9500-ERRO-CICS
           END-EVALUATE

           PERFORM 9600-REENVIAR-MAPA
           .
      *----------------------------------------------------------------*
       4000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE MONTAGEM DO REGISTRO CANDIDATO: OS CAMPOS         *
      *    DIGITADOS SUBSTITUEM OS DO REGISTRO DE PARTIDA              *
      *----------------------------------------------------------------*
       4050-MONTAR-CANDIDATO SECTION.
      *----------------------------------------------------------------*
      *
           IF NOMDEPL GREATER ZEROS
              MOVE NOMDEPI             TO WRK-CAN-NOM-DEPTO
           END-IF
           IF ARERSPL GREATER ZEROS
              MOVE ARERSPI             TO WRK-CAN-AREA-RESP
           END-IF
           IF CODPAIL GREATER ZEROS
              MOVE CODPAII             TO WRK-CAN-COD-DEPTO-PAI-X
           END-IF
           IF NIVHIEL GREATER ZEROS
              MOVE NIVHIEI             TO WRK-CAN-NIVEL-HIER
           END-IF
           .
      *----------------------------------------------------------------*
       4050-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE VALIDACAO DA HIERARQUIA (MESMAS REGRAS DA         *
      *    MANUTENCAO BATCH EXER0109)                                  *
      *----------------------------------------------------------------*
       4100-VALIDAR-HIERARQUIA SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-EDICAO-OK           TO TRUE

           EVALUATE TRUE
              WHEN NOT WRK-CAN-NIVEL-VALIDO
                 SET WRK-EDICAO-ERRO   TO TRUE
                 MOVE 'NIVEL HIERARQUICO INVALIDO'
                                        TO WRK-MENSAGEM
              WHEN WRK-CAN-COD-DEPTO-PAI NOT NUMERIC
                 SET WRK-EDICAO-ERRO   TO TRUE
                 MOVE 'DEPTO PAI NAO NUMERICO'
                                        TO WRK-MENSAGEM
              WHEN WRK-CAN-NIVEL-DIRETORIA
                 AND WRK-CAN-COD-DEPTO-PAI NOT EQUAL ZEROS
                 SET WRK-EDICAO-ERRO   TO TRUE
                 MOVE 'DIRETORIA NAO PODE TER PAI'
                                        TO WRK-MENSAGEM
              WHEN WRK-CAN-NIVEL-DEPARTAMENTO
                 AND WRK-CAN-COD-DEPTO-PAI EQUAL ZEROS
                 SET WRK-EDICAO-ERRO   TO TRUE
                 MOVE 'DEPTO SEM DIRETORIA PAI'
                                        TO WRK-MENSAGEM
              WHEN WRK-CAN-COD-DEPTO-PAI EQUAL WRK-CAN-COD-DEPTO
                 SET WRK-EDICAO-ERRO   TO TRUE
                 MOVE 'DEPTO PAI IGUAL AO PROPRIO'
                                        TO WRK-MENSAGEM
              WHEN WRK-CAN-NIVEL-DEPARTAMENTO
                 PERFORM 4150-VALIDAR-DEPTO-PAI
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       4100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE VALIDACAO DO DEPTO PAI CONTRA O CADASTRO: DEVE    *
      *    EXISTIR E SER DE NIVEL DIRETORIA (EVITA CICLO E ORFANDADE)  *
      *----------------------------------------------------------------*
       4150-VALIDAR-DEPTO-PAI SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-CAN-COD-DEPTO-PAI  TO ARQDEP01-COD-DEPTO

           EXEC CICS READ FILE('ARQDEP01')
                     INTO(ARQDEP01-REGISTRO)
                     RIDFLD(ARQDEP01-COD-DEPTO)
                     RESP(WRK-RESP)
           END-EXEC

           EVALUATE WRK-RESP
              WHEN DFHRESP(NORMAL)
                 IF NOT ARQDEP01-NIVEL-DIRETORIA
                    SET WRK-EDICAO-ERRO TO TRUE
                    MOVE 'DEPTO PAI NAO E DIRETORIA'
                                        TO WRK-MENSAGEM
                 END-IF
              WHEN DFHRESP(NOTFND)
                 SET WRK-EDICAO-ERRO   TO TRUE
                 MOVE 'DEPTO PAI NAO CADASTRADO'
                                        TO WRK-MENSAGEM
              WHEN OTHER
                 PERFORM 9500-ERRO-CICS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       4150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE GRAVACAO DA IMAGEM-ANTES NA FILA TD 'DEPQ'        *
      *    (TIPO E IMAGEM JA PREENCHIDOS PELA ROTINA CHAMADORA)        *
      *----------------------------------------------------------------*
       4300-GRAVAR-HISTORICO SECTION.
      *----------------------------------------------------------------*
      *
           EXEC CICS ASKTIME ABSTIME(WRK-ABSTIME) END-EXEC

           EXEC CICS FORMATTIME ABSTIME(WRK-ABSTIME)
                     YYYYMMDD(WRK-DATA-HISTORICO)
                     TIME(WRK-HORA-HISTORICO)
           END-EXEC

           EXEC CICS ASSIGN USERID(WRK-USUARIO) END-EXEC

           MOVE WRK-DATA-HISTORICO     TO ARQHDP01-DAT-ALTERACAO
           MOVE WRK-HORA-HISTORICO (1:6)
                                       TO ARQHDP01-HOR-ALTERACAO
           MOVE WRK-PROGRAMA           TO ARQHDP01-PROGRAMA
           MOVE WRK-USUARIO            TO ARQHDP01-COD-USUARIO

           EXEC CICS WRITEQ TD QUEUE('DEPQ')
                     FROM(ARQHDP01-REGISTRO)
                     LENGTH(LENGTH OF ARQHDP01-REGISTRO)
                     RESP(WRK-RESP)
           END-EXEC

           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)
              PERFORM 9500-ERRO-CICS
           END-IF
           .
      *----------------------------------------------------------------*
       4300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE ALTERACAO DE DEPARTAMENTO                         *
      *----------------------------------------------------------------*
       5000-ALTERAR SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3500-RECEBER-MAPA

           EXEC CICS READ FILE('ARQDEP01')
                     INTO(ARQDEP01-REGISTRO)
                     RIDFLD(ARQDEP01-COD-DEPTO)
                     UPDATE
                     RESP(WRK-RESP)
           END-EXEC

           EVALUATE WRK-RESP
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'DEPARTAMENTO NAO CADASTRADO'
                                        TO WRK-MENSAGEM
                 PERFORM 9600-REENVIAR-MAPA
              WHEN OTHER
                 PERFORM 9500-ERRO-CICS
           END-EVALUATE

           MOVE ARQDEP01-REGISTRO      TO WRK-DEP-ANTES
           MOVE ARQDEP01-REGISTRO      TO WRK-DEP-CANDIDATO
           PERFORM 4050-MONTAR-CANDIDATO

           PERFORM 4100-VALIDAR-HIERARQUIA

           IF WRK-EDICAO-ERRO
              EXEC CICS UNLOCK FILE('ARQDEP01') END-EXEC
              PERFORM 9600-REENVIAR-MAPA
           END-IF

           MOVE 'A'                    TO ARQHDP01-TIPO-TRANSACAO
           MOVE WRK-DEP-ANTES          TO ARQHDP01-DADOS-ANTES
           PERFORM 4300-GRAVAR-HISTORICO

           MOVE WRK-DEP-CANDIDATO      TO ARQDEP01-REGISTRO

           EXEC CICS REWRITE FILE('ARQDEP01')
                     FROM(ARQDEP01-REGISTRO)
                     RESP(WRK-RESP)
           END-EXEC

           IF WRK-RESP EQUAL DFHRESP(NORMAL)
              MOVE 'ALTERACAO GRAVADA COM SUCESSO'
                                        TO WRK-MENSAGEM
           ELSE
              PERFORM 9500-ERRO-CICS
           END-IF

           PERFORM 9600-REENVIAR-MAPA
           .
      *----------------------------------------------------------------*
       5000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE EXCLUSAO DE DEPARTAMENTO: BLOQUEADA ENQUANTO      *
      *    HOUVER DEPTOS SUBORDINADOS OU FUNCIONARIOS LOTADOS NELE     *
      *----------------------------------------------------------------*
       6000-EXCLUIR SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3500-RECEBER-MAPA

           MOVE CODDEPI                TO WRK-CAN-COD-DEPTO

           EXEC CICS READ FILE('ARQDEP01')
                     INTO(ARQDEP01-REGISTRO)
                     RIDFLD(ARQDEP01-COD-DEPTO)
                     RESP(WRK-RESP)
           END-EXEC

           EVALUATE WRK-RESP
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'DEPARTAMENTO NAO CADASTRADO'
                                        TO WRK-MENSAGEM
                 PERFORM 9600-REENVIAR-MAPA
              WHEN OTHER
                 PERFORM 9500-ERRO-CICS
           END-EVALUATE

           PERFORM 6100-VERIFICAR-SUBORDINADOS

           IF WRK-TEM-SUBORDINADO
              MOVE 'POSSUI DEPTOS SUBORDINADOS'
                                        TO WRK-MENSAGEM
              PERFORM 9600-REENVIAR-MAPA
           END-IF

           PERFORM 6200-VERIFICAR-FUNCIONARIOS

           IF WRK-TEM-FUNCIONARIO
              MOVE 'DEPTO POSSUI FUNCIONARIOS'
                                        TO WRK-MENSAGEM
              PERFORM 9600-REENVIAR-MAPA
           END-IF

           MOVE WRK-CAN-COD-DEPTO      TO ARQDEP01-COD-DEPTO

           EXEC CICS READ FILE('ARQDEP01')
                     INTO(ARQDEP01-REGISTRO)
                     RIDFLD(ARQDEP01-COD-DEPTO)
                     UPDATE
                     RESP(WRK-RESP)
           END-EXEC

           EVALUATE WRK-RESP
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'DEPARTAMENTO NAO CADASTRADO'
                                        TO WRK-MENSAGEM
                 PERFORM 9600-REENVIAR-MAPA
              WHEN OTHER
                 PERFORM 9500-ERRO-CICS
           END-EVALUATE

           MOVE 'E'                    TO ARQHDP01-TIPO-TRANSACAO
           MOVE ARQDEP01-REGISTRO      TO ARQHDP01-DADOS-ANTES
           PERFORM 4300-GRAVAR-HISTORICO

           EXEC CICS DELETE FILE('ARQDEP01')
                     RESP(WRK-RESP)
           END-EXEC

           IF WRK-RESP EQUAL DFHRESP(NORMAL)
              MOVE LOW-VALUES          TO MAPA0122O
              MOVE 'DEPARTAMENTO EXCLUIDO COM SUCESSO'
                                        TO MSGOPRO
              EXEC CICS SEND MAP('MAPA0122') MAPSET('EXER0122')
                        FROM(MAPA0122O) ERASE
              END-EXEC
           ELSE
              PERFORM 9500-ERRO-CICS
           END-IF
           .
      *----------------------------------------------------------------*
       6000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE VERIFICACAO DE SUBORDINADOS: PERCORRE O CADASTRO  *
      *    PROCURANDO QUEM APONTA O DEPTO COMO PAI                     *
      *----------------------------------------------------------------*
       6100-VERIFICAR-SUBORDINADOS SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-SEM-SUBORDINADO     TO TRUE
           SET WRK-BROWSE-CONTINUA     TO TRUE

           MOVE ZEROS                  TO WRK-CHAVE-DEPTO

           EXEC CICS STARTBR FILE('ARQDEP01')
                     RIDFLD(WRK-CHAVE-DEPTO)
                     GTEQ
                     RESP(WRK-RESP)
           END-EXEC

           EVALUATE WRK-RESP
              WHEN DFHRESP(NORMAL)
                 PERFORM 6150-LER-PROXIMO-DEPTO
                    UNTIL WRK-BROWSE-FIM OR WRK-TEM-SUBORDINADO
                 EXEC CICS ENDBR FILE('ARQDEP01') END-EXEC
              WHEN DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 PERFORM 9500-ERRO-CICS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       6100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO PROXIMO DEPTO DO BROWSE                *
      *----------------------------------------------------------------*
       6150-LER-PROXIMO-DEPTO SECTION.
      *----------------------------------------------------------------*
      *
           EXEC CICS READNEXT FILE('ARQDEP01')
                     INTO(ARQDEP01-REGISTRO)
                     RIDFLD(WRK-CHAVE-DEPTO)
                     RESP(WRK-RESP)
           END-EXEC

           EVALUATE WRK-RESP
              WHEN DFHRESP(NORMAL)
                 IF ARQDEP01-COD-DEPTO-PAI NUMERIC
                    AND ARQDEP01-COD-DEPTO-PAI EQUAL WRK-CAN-COD-DEPTO
                    SET WRK-TEM-SUBORDINADO TO TRUE
                 END-IF
              WHEN DFHRESP(ENDFILE)
                 SET WRK-BROWSE-FIM    TO TRUE
              WHEN OTHER
                 PERFORM 9500-ERRO-CICS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       6150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE VERIFICACAO DE FUNCIONARIOS: PERCORRE O CADASTRO  *
      *    DE FUNCIONARIOS PROCURANDO QUEM AINDA ESTA LOTADO NO DEPTO  *
      *    (QUALQUER SITUACAO)                                         *
      *----------------------------------------------------------------*
       6200-VERIFICAR-FUNCIONARIOS SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-SEM-FUNCIONARIO     TO TRUE
           SET WRK-BROWSE-CONTINUA     TO TRUE

           MOVE ZEROS                  TO WRK-CHAVE-FUNCO

           EXEC CICS STARTBR FILE('ARQENT01')
                     RIDFLD(WRK-CHAVE-FUNCO)
                     GTEQ
                     RESP(WRK-RESP)
           END-EXEC

           EVALUATE WRK-RESP
              WHEN DFHRESP(NORMAL)
                 PERFORM 6250-LER-PROXIMO-FUNCIONARIO
                    UNTIL WRK-BROWSE-FIM OR WRK-TEM-FUNCIONARIO
                 EXEC CICS ENDBR FILE('ARQENT01') END-EXEC
              WHEN DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 PERFORM 9500-ERRO-CICS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       6200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO PROXIMO FUNCIONARIO DO BROWSE          *
      *----------------------------------------------------------------*
       6250-LER-PROXIMO-FUNCIONARIO SECTION.
      *----------------------------------------------------------------*
      *
           EXEC CICS READNEXT FILE('ARQENT01')
                     INTO(ARQENT01-REGISTRO)
                     RIDFLD(WRK-CHAVE-FUNCO)
                     RESP(WRK-RESP)
           END-EXEC

           EVALUATE WRK-RESP
              WHEN DFHRESP(NORMAL)
                 IF ARQENT01-COD-DEPTO NUMERIC
                    AND ARQENT01-COD-DEPTO EQUAL WRK-CAN-COD-DEPTO
                    SET WRK-TEM-FUNCIONARIO TO TRUE
                 END-IF
              WHEN DFHRESP(ENDFILE)
                 SET WRK-BROWSE-FIM    TO TRUE
              WHEN OTHER
                 PERFORM 9500-ERRO-CICS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       6250-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE ERRO CICS: ABENDA A TRANSACAO COM DUMP            *
      *----------------------------------------------------------------*
       9500-ERRO-CICS SECTION.
      *----------------------------------------------------------------*
      *
           EXEC CICS ABEND ABCODE('E122') END-EXEC
           .
      *----------------------------------------------------------------*
       9500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE REENVIO DO MAPA COM MENSAGEM AO OPERADOR          *
      *----------------------------------------------------------------*
       9600-REENVIAR-MAPA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-MENSAGEM           TO MSGOPRO

           EXEC CICS SEND MAP('MAPA0122') MAPSET('EXER0122')
                     FROM(MAPA0122O) DATAONLY
           END-EXEC

           PERFORM 9800-RETORNAR
           .
      *----------------------------------------------------------------*
       9600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE ENCERRAMENTO DA SESSAO (PF3)                      *
      *----------------------------------------------------------------*
       9700-ENCERRAR-SESSAO SECTION.
      *----------------------------------------------------------------*
      *
           EXEC CICS SEND TEXT FROM(WRK-PROGRAMA) ERASE END-EXEC

           EXEC CICS RETURN END-EXEC
           .
      *----------------------------------------------------------------*
       9700-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE RETORNO PSEUDO-CONVERSACIONAL                     *
      *----------------------------------------------------------------*
       9800-RETORNAR SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-CA-CONVERSANDO      TO TRUE

           EXEC CICS RETURN TRANSID(WRK-TRANSACAO)
                     COMMAREA(WRK-COMMAREA)
                     LENGTH(LENGTH OF WRK-COMMAREA)
           END-EXEC
           .
      *----------------------------------------------------------------*
       9800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
