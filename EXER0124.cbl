      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0124.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0124 (CICS - TRANSACAO EX24)              *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   CONSULTA CLIENTE-360 ONLINE PARA O          *
      *                    ATENDIMENTO AS AGENCIAS: LOCALIZA O CLIENTE *
      *                    PELO CPF OU PELO CODIGO (CCLUB) E EXIBE A   *
      *                    POSICAO CONSOLIDADA (POS05105). A PARTIR    *
      *                    DELA, DETALHA EM LISTA PAGINADA (MAPA0125): *
      *                    PF6  - SALDOS POR CONTA E MOEDA (SLD02105); *
      *                    PF9  - EMPRESTIMOS EM ABERTO COM O ESTAGIO  *
      *                           DA REGUA DE COBRANCA (COB03106);     *
      *                    PF10 - CONSENTIMENTOS DE CONTATO (CON05105);*
      *                    PF11 - ULTIMOS CONTATOS DE CAMPANHA (TABELA *
      *                           CAMP_HISTORICO).                     *
      *                    TODA CONSULTA E TODO DETALHAMENTO EXIBIDO   *
      *                    GRAVA UM REGISTRO DE ACESSO (LGPD) NA FILA  *
      *                    TD 'LGPQ', DRENADA PELO EXER0113; SE A      *
      *                    GRAVACAO FALHAR, NADA E EXIBIDO.            *
      *                    OS ARQUIVOS SAO COPIAS ONLINE DAS GERACOES  *
      *                    DO DIA, RECARREGADAS PELO JOB C36CARGA.     *
      *----------------------------------------------------------------*
      *    ARQUIVOS (FCT):                                             *
      *      ARQPOS01 (VSAM KSDS - CHAVE CPF)          POS05105        *
      *      ARQPOX01 (PATH DO AIX POR CCLUB)          POS05105        *
      *      ARQSLD01 (VSAM KSDS)                      SLD02105        *
      *      ARQEPC01 (VSAM KSDS)                      EPC01124        *
      *      ARQEMP01 (VSAM KSDS)                      ENT03105        *
      *      ARQCOB01 (VSAM KSDS)                      COB03106        *
      *      ARQCON01 (VSAM KSDS)                      CON05105        *
      *    TABELAS (DB2):                                              *
      *      CAMP_HISTORICO                                            *
      *    FILAS (DCT):                                                *
      *      LGPQ (TD EXTRAPARTITION)                  LGA01124        *
      *    MAPAS:                                                      *
      *      EXER0124 / MAPA0124 (POSICAO)                             *
      *      EXER0124 / MAPA0125 (DETALHAMENTO COM PAGINACAO)          *
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
             'EXER0124 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0124'.
       77 WRK-TRANSACAO           PIC  X(004) VALUE 'EX24'.
       77 WRK-RESP                PIC S9(008) COMP VALUE ZEROS.
       77 WRK-MENSAGEM            PIC  X(070) VALUE SPACES.
       77 WRK-ABSTIME             PIC S9(015) COMP-3 VALUE ZEROS.
       77 WRK-DATA-HISTORICO      PIC  9(008) VALUE ZEROS.
       77 WRK-HORA-HISTORICO      PIC  X(008) VALUE SPACES.
       77 WRK-USUARIO             PIC  X(008) VALUE SPACES.
       77 WRK-IDX-LINHA           PIC  9(002) VALUE ZEROS.
       77 WRK-CHAVE-CPF           PIC  9(011) VALUE ZEROS.
       77 WRK-CHAVE-CCLUB         PIC  9(010) VALUE ZEROS.
       77 WRK-CHAVE-EMPRESTIMO    PIC  X(009) VALUE SPACES.
       77 WRK-LOG-VISAO           PIC  X(001) VALUE SPACES.
       77 WRK-LOG-RESULTADO       PIC  X(001) VALUE SPACES.
       77 WRK-EDT-VALOR           PIC  ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99-.
      *
       01 WRK-SW-EMPRESTIMO       PIC  X(001) VALUE 'N'.
          88 WRK-EMPRESTIMO-ABERTO            VALUE 'S'.
          88 WRK-EMPRESTIMO-FECHADO           VALUE 'N'.
      *
       01 WRK-SW-BROWSE           PIC  X(001) VALUE 'N'.
          88 WRK-BROWSE-FIM                   VALUE 'S'.
          88 WRK-BROWSE-CONTINUA              VALUE 'N'.
      *
       01 WRK-SW-PAGINA           PIC  X(001) VALUE 'P'.
          88 WRK-PRIMEIRA-PAGINA              VALUE 'P'.
          88 WRK-PAGINA-SEGUINTE              VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    CHAVES DE BROWSE DOS DETALHAMENTOS (A CONTINUACAO DA        *
      *    PAGINA SEGUINTE FICA NA COMMAREA, EM WRK-CA-CHAVE-PROX)     *
      *----------------------------------------------------------------*
       01 WRK-CHAVE-SLD.
          05 WRK-CHS-CPF          PIC  9(011).
          05 WRK-CHS-NUM-CONTA    PIC  9(004).
          05 WRK-CHS-COD-MOEDA    PIC  X(003).
      *
       01 WRK-CHAVE-EPC.
          05 WRK-CHE-CPF          PIC  9(011).
          05 WRK-CHE-EMPRESTIMO   PIC  X(009).
      *
       01 WRK-CHAVE-CON.
          05 WRK-CHC-COD-CLIENTE  PIC  9(010).
          05 WRK-CHC-PROPOSITO    PIC  X(001).
          05 WRK-CHC-CANAL        PIC  X(001).
      *
      *----------------------------------------------------------------*
      *    CONVERSAO DE DATAS PARA EXIBICAO (DD/MM/AAAA)               *
      *----------------------------------------------------------------*
       01 WRK-DATA-AAAAMMDD       PIC  9(008) VALUE ZEROS.
       01 FILLER REDEFINES WRK-DATA-AAAAMMDD.
          05 WRK-DAT-ANO          PIC  9(004).
          05 WRK-DAT-MES          PIC  9(002).
          05 WRK-DAT-DIA          PIC  9(002).
      *
       01 WRK-DATA-ISO            PIC  X(010) VALUE SPACES.
       01 FILLER REDEFINES WRK-DATA-ISO.
          05 WRK-ISO-ANO          PIC  X(004).
          05 FILLER               PIC  X(001).
          05 WRK-ISO-MES          PIC  X(002).
          05 FILLER               PIC  X(001).
          05 WRK-ISO-DIA          PIC  X(002).
      *
       01 WRK-DATA-EDITADA.
          05 WRK-EDI-DIA          PIC  X(002).
          05 FILLER               PIC  X(001) VALUE '/'.
          05 WRK-EDI-MES          PIC  X(002).
          05 FILLER               PIC  X(001) VALUE '/'.
          05 WRK-EDI-ANO          PIC  X(004).
      *
      *----------------------------------------------------------------*
      *    CABECALHOS E LINHAS DOS DETALHAMENTOS (75 POSICOES)         *
      *----------------------------------------------------------------*
       01 WRK-CAB-SALDO.
          05 FILLER               PIC  X(004) VALUE 'CTA.'.
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 FILLER               PIC  X(003) VALUE 'MOE'.
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 FILLER               PIC  X(018) VALUE
             '    SALDO ABERTURA'.
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 FILLER               PIC  X(018) VALUE
             '         MOVIMENTO'.
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 FILLER               PIC  X(018) VALUE
             '  SALDO FECHAMENTO'.
          05 FILLER               PIC  X(006) VALUE SPACES.
      *
       01 WRK-LIN-SALDO.
          05 WRK-LSD-NUM-CONTA    PIC  9(004).
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-LSD-COD-MOEDA    PIC  X(003).
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-LSD-VAL-ABERTURA PIC  ZZ.ZZZ.ZZZ.ZZ9,99-.
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-LSD-VAL-MOVIMENTO
                                  PIC  ZZ.ZZZ.ZZZ.ZZ9,99-.
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-LSD-VAL-FECHAMENTO
                                  PIC  ZZ.ZZZ.ZZZ.ZZ9,99-.
          05 FILLER               PIC  X(006) VALUE SPACES.
      *
       01 WRK-CAB-EMPRESTIMO.
          05 FILLER               PIC  X(011) VALUE 'AGE/CTA/EMP'.
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 FILLER               PIC  X(020) VALUE
             '    VALOR CONTRATADO'.
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 FILLER               PIC  X(010) VALUE 'SITUACAO'.
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 FILLER               PIC  X(012) VALUE 'COBRANCA'.
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 FILLER               PIC  X(010) VALUE 'DESDE'.
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 FILLER               PIC  X(003) VALUE 'PRM'.
      *
       01 WRK-LIN-EMPRESTIMO.
          05 WRK-LEM-COD-AGENCIA  PIC  9(003).
          05 FILLER               PIC  X(001) VALUE '/'.
          05 WRK-LEM-NUM-CONTA    PIC  9(003).
          05 FILLER               PIC  X(001) VALUE '/'.
          05 WRK-LEM-NUM-EMPRESTIMO
                                  PIC  9(003).
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-LEM-VAL-EMPRESTIMO
                                  PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-LEM-SITUACAO     PIC  X(010).
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-LEM-ESTAGIO      PIC  X(012).
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-LEM-DAT-ESTAGIO  PIC  X(010).
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-LEM-SIT-PROMESSA PIC  X(001).
          05 FILLER               PIC  X(001) VALUE SPACES.
      *
       01 WRK-CAB-CONSENTIMENTO.
          05 FILLER               PIC  X(020) VALUE 'PROPOSITO'.
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 FILLER               PIC  X(006) VALUE 'CANAL'.
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 FILLER               PIC  X(011) VALUE 'SITUACAO'.
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 FILLER               PIC  X(010) VALUE 'DATA'.
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 FILLER               PIC  X(010) VALUE 'ORIGEM'.
          05 FILLER               PIC  X(010) VALUE SPACES.
      *
       01 WRK-LIN-CONSENTIMENTO.
          05 WRK-LCN-PROPOSITO    PIC  X(020).
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-LCN-CANAL        PIC  X(006).
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-LCN-SITUACAO     PIC  X(011).
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-LCN-DATA         PIC  X(010).
          05 FILLER               PIC  X(002) VALUE SPACES.
          05 WRK-LCN-ORIGEM       PIC  X(010).
          05 FILLER               PIC  X(010) VALUE SPACES.
      *
       01 WRK-CAB-CONTATO.
          05 FILLER               PIC  X(008) VALUE 'CAMPANHA'.
          05 FILLER               PIC  X(004) VALUE SPACES.
          05 FILLER               PIC  X(010) VALUE 'CONTATO'.
          05 FILLER               PIC  X(053) VALUE SPACES.
      *
       01 WRK-LIN-CONTATO.
          05 WRK-LCT-COD-CAMPANHA PIC  X(008).
          05 FILLER               PIC  X(004) VALUE SPACES.
          05 WRK-LCT-DATA         PIC  X(010).
          05 FILLER               PIC  X(053) VALUE SPACES.
      *
       01 WRK-LINHA-LISTA         PIC  X(075) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    AREA DE COMUNICACAO ENTRE AS TAREFAS PSEUDO-CONVERSACIONAIS *
      *----------------------------------------------------------------*
       01 WRK-COMMAREA.
          05 WRK-CA-FASE          PIC  X(001).
             88 WRK-CA-PRIMEIRA               VALUE LOW-VALUE ' '.
             88 WRK-CA-CONVERSANDO            VALUE 'C'.
          05 WRK-CA-MODO          PIC  X(001).
             88 WRK-CA-MODO-POSICAO           VALUE 'P' LOW-VALUE ' '.
             88 WRK-CA-MODO-LISTA             VALUE 'L'.
          05 WRK-CA-VISAO         PIC  X(001).
             88 WRK-CA-VISAO-SALDOS           VALUE 'S'.
             88 WRK-CA-VISAO-EMPRESTIMOS      VALUE 'E'.
             88 WRK-CA-VISAO-AUTORIZACOES     VALUE 'A'.
             88 WRK-CA-VISAO-CONTATOS         VALUE 'H'.
          05 WRK-CA-TIP-CHAVE     PIC  X(001).
          05 WRK-CA-CPF           PIC  9(011).
          05 WRK-CA-CCLUB         PIC  9(010).
          05 WRK-CA-NOME          PIC  X(040).
          05 WRK-CA-SW-MAIS       PIC  X(001).
             88 WRK-CA-HA-MAIS                VALUE 'S'.
             88 WRK-CA-SEM-MAIS               VALUE 'N' LOW-VALUE ' '.
          05 WRK-CA-CHAVE-PROX    PIC  X(020).
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS HOSPEDEIRAS DO DB2                                *
      *----------------------------------------------------------------*
       01 WRK-CCLUB-CONSULTA      PIC  9(010) VALUE ZEROS.
       01 WRK-CAMPANHA-LIDA       PIC  X(008) VALUE SPACES.
       01 WRK-DAT-CONTATO-LIDA    PIC  X(010) VALUE SPACES.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL DECLARE CSR-CONTATOS CURSOR FOR
              SELECT  H.COD_CAMPANHA,
                      CHAR(H.DAT_CONTATO)
                   FROM CAMP_HISTORICO H
                   WHERE H.CCLUB = :WRK-CCLUB-CONSULTA
                   ORDER BY H.DAT_CONTATO DESC
                   FETCH FIRST 10 ROWS ONLY
           END-EXEC.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DOS BOOKS DOS ARQUIVOS E DO MAPA'.
      *----------------------------------------------------------------*
      *
           COPY POS05105.
           COPY SLD02105.
           COPY EPC01124.
           COPY ENT03105.
           COPY COB03106.
           COPY CON05105.
           COPY LGA01124.
           COPY EXER0124.
           COPY DFHAID.
           COPY DFHBMSCA.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0124 - FIM DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       01 DFHCOMMAREA             PIC  X(086).
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
              IF WRK-CA-MODO-LISTA
                 PERFORM 5000-TRATAR-ACAO-LISTA
              ELSE
                 PERFORM 2000-TRATAR-ACAO
              END-IF
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
           SET WRK-CA-MODO-POSICAO     TO TRUE

           MOVE LOW-VALUES             TO MAPA0124O
           MOVE 'INFORME O CPF OU O CCLUB E TECLE PF5 PARA CONSULTAR'
                                        TO MSGOPRO

           EXEC CICS SEND MAP('MAPA0124') MAPSET('EXER0124')
                     FROM(MAPA0124O) ERASE
           END-EXEC
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE TRATAMENTO DA ACAO DO OPERADOR NO MAPA DE POSICAO *
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
                 PERFORM 2100-VERIFICAR-CLIENTE
                 SET WRK-CA-VISAO-SALDOS      TO TRUE
                 SET WRK-PRIMEIRA-PAGINA      TO TRUE
                 PERFORM 4100-LISTAR-SALDOS
              WHEN DFHPF9
                 PERFORM 2100-VERIFICAR-CLIENTE
                 SET WRK-CA-VISAO-EMPRESTIMOS TO TRUE
                 SET WRK-PRIMEIRA-PAGINA      TO TRUE
                 PERFORM 4200-LISTAR-EMPRESTIMOS
              WHEN DFHPF10
                 PERFORM 2100-VERIFICAR-CLIENTE
                 PERFORM 2200-VERIFICAR-CCLUB
                 SET WRK-CA-VISAO-AUTORIZACOES TO TRUE
                 SET WRK-PRIMEIRA-PAGINA      TO TRUE
                 PERFORM 4300-LISTAR-CONSENTIMENTOS
              WHEN DFHPF11
                 PERFORM 2100-VERIFICAR-CLIENTE
                 PERFORM 2200-VERIFICAR-CCLUB
                 SET WRK-CA-VISAO-CONTATOS    TO TRUE
                 SET WRK-PRIMEIRA-PAGINA      TO TRUE
                 PERFORM 4400-LISTAR-CONTATOS
              WHEN OTHER
                 MOVE 'TECLA INVALIDA - USE PF3/PF5/PF6/PF9/PF10/PF11'
                                        TO WRK-MENSAGEM
                 PERFORM 9600-REENVIAR-MAPA
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE VERIFICACAO DO CLIENTE CONSULTADO: O DETALHAMENTO *
      *    E SEMPRE DO CLIENTE DA ULTIMA CONSULTA (PF5) BEM-SUCEDIDA   *
      *----------------------------------------------------------------*
       2100-VERIFICAR-CLIENTE SECTION.
      *----------------------------------------------------------------*
      *
           MOVE LOW-VALUES             TO MAPA0124O

           IF WRK-CA-CPF EQUAL ZEROS
              MOVE 'CONSULTE UM CLIENTE (PF5) ANTES DE DETALHAR'
                                        TO WRK-MENSAGEM
              PERFORM 9600-REENVIAR-MAPA
           END-IF
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE VERIFICACAO DO CCLUB: CONSENTIMENTOS E CONTATOS   *
      *    DE CAMPANHA SO EXISTEM PARA CLIENTE COM CCLUB               *
      *----------------------------------------------------------------*
       2200-VERIFICAR-CCLUB SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-CA-CCLUB EQUAL ZEROS
              MOVE 'CLIENTE SEM CCLUB - SEM CONSENTIMENTOS E CONTATOS'
                                        TO WRK-MENSAGEM
              PERFORM 9600-REENVIAR-MAPA
           END-IF
           .
      *----------------------------------------------------------------*
       2200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE CONSULTA DO CLIENTE PELO CPF OU PELO CCLUB        *
      *----------------------------------------------------------------*
       3000-CONSULTAR SECTION.
      *----------------------------------------------------------------*
      *
           EXEC CICS RECEIVE MAP('MAPA0124') MAPSET('EXER0124')
                     INTO(MAPA0124I) RESP(WRK-RESP)
           END-EXEC

           INITIALIZE WRK-COMMAREA
           SET WRK-CA-MODO-POSICAO     TO TRUE
           MOVE SPACES                 TO WRK-MENSAGEM

           IF CPFCONL GREATER ZEROS
              IF CPFCONI NOT NUMERIC
                 MOVE 'CPF INVALIDO - INFORME OS 11 DIGITOS'
                                        TO WRK-MENSAGEM
                 PERFORM 9600-REENVIAR-MAPA
              END-IF
              MOVE 'C'                 TO WRK-CA-TIP-CHAVE
              MOVE CPFCONI             TO WRK-CHAVE-CPF
              PERFORM 3100-LER-POSICAO-CPF
           ELSE
              IF CCLCONL GREATER ZEROS
                 IF CCLCONI NOT NUMERIC
                    MOVE 'CCLUB INVALIDO - INFORME OS 10 DIGITOS'
                                        TO WRK-MENSAGEM
                    PERFORM 9600-REENVIAR-MAPA
                 END-IF
                 MOVE 'L'              TO WRK-CA-TIP-CHAVE
                 MOVE CCLCONI          TO WRK-CHAVE-CCLUB
                 PERFORM 3200-LER-POSICAO-CCLUB
              ELSE
                 MOVE 'INFORME O CPF OU O CCLUB DO CLIENTE'
                                        TO WRK-MENSAGEM
                 PERFORM 9600-REENVIAR-MAPA
              END-IF
           END-IF

           PERFORM 3300-EXIBIR-POSICAO
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DA POSICAO PELO CPF. CLIENTE NAO          *
      *    ENCONTRADO TAMBEM E ACESSO: REGISTRA E AVISA O OPERADOR     *
      *----------------------------------------------------------------*
       3100-LER-POSICAO-CPF SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-CHAVE-CPF          TO ARQPOS01-CPF

           EXEC CICS READ FILE('ARQPOS01')
                     INTO(ARQPOS01-REGISTRO)
                     RIDFLD(ARQPOS01-CPF)
                     RESP(WRK-RESP)
           END-EXEC

           EVALUATE WRK-RESP
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE WRK-CHAVE-CPF    TO WRK-CA-CPF
                 PERFORM 3400-REGISTRAR-NAO-ENCONTRADO
                 MOVE ZEROS            TO WRK-CA-CPF
                 MOVE 'CPF NAO ENCONTRADO NA POSICAO CLIENTE-360'
                                        TO WRK-MENSAGEM
                 PERFORM 9600-REENVIAR-MAPA
              WHEN OTHER
                 PERFORM 9500-ERRO-CICS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DA POSICAO PELO CCLUB (PATH DO INDICE     *
      *    ALTERNATIVO). CCLUB LIGADO A MAIS DE UM CPF (DUPKEY) EXIBE  *
      *    O PRIMEIRO E AVISA O OPERADOR                               *
      *----------------------------------------------------------------*
       3200-LER-POSICAO-CCLUB SECTION.
      *----------------------------------------------------------------*
      *
           EXEC CICS READ FILE('ARQPOX01')
                     INTO(ARQPOS01-REGISTRO)
                     RIDFLD(WRK-CHAVE-CCLUB)
                     RESP(WRK-RESP)
           END-EXEC

           EVALUATE WRK-RESP
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(DUPKEY)
                 MOVE 'CCLUB COM MAIS DE UM CPF - EXIBIDO O PRIMEIRO'
                                        TO WRK-MENSAGEM
              WHEN DFHRESP(NOTFND)
                 MOVE WRK-CHAVE-CCLUB  TO WRK-CA-CCLUB
                 PERFORM 3400-REGISTRAR-NAO-ENCONTRADO
                 MOVE ZEROS            TO WRK-CA-CCLUB
                 MOVE 'CCLUB NAO ENCONTRADO NA POSICAO CLIENTE-360'
                                        TO WRK-MENSAGEM
                 PERFORM 9600-REENVIAR-MAPA
              WHEN OTHER
                 PERFORM 9500-ERRO-CICS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE EXIBICAO DA POSICAO CONSOLIDADA: REGISTRA O       *
      *    ACESSO ANTES DE ENVIAR OS DADOS AO TERMINAL                 *
      *----------------------------------------------------------------*
       3300-EXIBIR-POSICAO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQPOS01-CPF           TO WRK-CA-CPF
           MOVE ARQPOS01-COD-CLIENTE   TO WRK-CA-CCLUB
           MOVE ARQPOS01-NOM-CLIENTE   TO WRK-CA-NOME
           SET WRK-CA-MODO-POSICAO     TO TRUE
           SET WRK-CA-SEM-MAIS         TO TRUE

           MOVE 'P'                    TO WRK-LOG-VISAO
           MOVE 'E'                    TO WRK-LOG-RESULTADO
           MOVE ZEROS                  TO WRK-IDX-LINHA
           PERFORM 7000-REGISTRAR-ACESSO

           MOVE LOW-VALUES             TO MAPA0124O
           MOVE ARQPOS01-CPF           TO CPFCONO
           MOVE ARQPOS01-NOM-CLIENTE   TO NOMCLIO
           MOVE ARQPOS01-SIT-RELAC     TO SITRELO
           IF ARQPOS01-COD-CLIENTE GREATER ZEROS
              MOVE ARQPOS01-COD-CLIENTE
                                        TO CCLCLIO
           ELSE
              MOVE 'SEM CCLUB'         TO CCLCLIO
           END-IF
           MOVE ARQPOS01-VAL-SALDO-DEP TO WRK-EDT-VALOR
           MOVE WRK-EDT-VALOR          TO SLDDEPO
           MOVE ARQPOS01-QTD-EMPRESTIMOS
                                        TO QTDEMPO
           MOVE ARQPOS01-SIT-PIOR-EMP  TO PIOEMPO
           MOVE ARQPOS01-VAL-SALDO-EMP TO WRK-EDT-VALOR
           MOVE WRK-EDT-VALOR          TO SLDEMPO
           IF ARQPOS01-DAT-ULT-CONTATO NOT EQUAL SPACES
              MOVE ARQPOS01-DAT-ULT-CONTATO
                                        TO WRK-DATA-ISO
              PERFORM 8100-EDITAR-DATA-ISO
              MOVE WRK-DATA-EDITADA    TO ULTCONO
           END-IF
           IF ARQPOS01-COD-GERENTE GREATER ZEROS
              MOVE ARQPOS01-COD-GERENTE
                                        TO CODGERO
              MOVE ARQPOS01-NOM-GERENTE
                                        TO NOMGERO
              MOVE ARQPOS01-SIT-GERENTE
                                        TO SITGERO
           END-IF

           IF WRK-MENSAGEM EQUAL SPACES
              MOVE 'POSICAO CONSULTADA - PF6/PF9/PF10/PF11 DETALHAM'
                                        TO MSGOPRO
           ELSE
              MOVE WRK-MENSAGEM        TO MSGOPRO
           END-IF

           EXEC CICS SEND MAP('MAPA0124') MAPSET('EXER0124')
                     FROM(MAPA0124O) ERASE
           END-EXEC
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE REGISTRO DA PESQUISA SEM TITULAR ENCONTRADO       *
      *----------------------------------------------------------------*
       3400-REGISTRAR-NAO-ENCONTRADO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'P'                    TO WRK-LOG-VISAO
           MOVE 'N'                    TO WRK-LOG-RESULTADO
           MOVE ZEROS                  TO WRK-IDX-LINHA
           PERFORM 7000-REGISTRAR-ACESSO
           .
      *----------------------------------------------------------------*
       3400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE TRATAMENTO DA ACAO DO OPERADOR NO DETALHAMENTO    *
      *----------------------------------------------------------------*
       5000-TRATAR-ACAO-LISTA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE LOW-VALUES             TO MAPA0125O

           EVALUATE EIBAID
              WHEN DFHPF3
                 PERFORM 5100-VOLTAR-POSICAO
              WHEN DFHPF8
                 IF WRK-CA-SEM-MAIS
                    MOVE 'NAO HA MAIS PAGINAS NESTE DETALHAMENTO'
                                        TO WRK-MENSAGEM
                    PERFORM 9650-REENVIAR-LISTA
                 END-IF
                 SET WRK-PAGINA-SEGUINTE TO TRUE
                 EVALUATE TRUE
                    WHEN WRK-CA-VISAO-SALDOS
                       PERFORM 4100-LISTAR-SALDOS
                    WHEN WRK-CA-VISAO-EMPRESTIMOS
                       PERFORM 4200-LISTAR-EMPRESTIMOS
                    WHEN WRK-CA-VISAO-AUTORIZACOES
                       PERFORM 4300-LISTAR-CONSENTIMENTOS
                    WHEN OTHER
                       PERFORM 4400-LISTAR-CONTATOS
                 END-EVALUATE
              WHEN OTHER
                 MOVE 'TECLA INVALIDA - USE PF3/PF8'
                                        TO WRK-MENSAGEM
                 PERFORM 9650-REENVIAR-LISTA
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       5000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE RETORNO A POSICAO DO CLIENTE DO DETALHAMENTO:     *
      *    RELE A POSICAO PELO CPF E A EXIBE DE NOVO (NOVO ACESSO)     *
      *----------------------------------------------------------------*
       5100-VOLTAR-POSICAO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-MENSAGEM
           MOVE WRK-CA-CPF             TO ARQPOS01-CPF

           EXEC CICS READ FILE('ARQPOS01')
                     INTO(ARQPOS01-REGISTRO)
                     RIDFLD(ARQPOS01-CPF)
                     RESP(WRK-RESP)
           END-EXEC

           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)
              PERFORM 9500-ERRO-CICS
           END-IF

           PERFORM 3300-EXIBIR-POSICAO
           .
      *----------------------------------------------------------------*
       5100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE DETALHAMENTO DOS SALDOS POR CONTA E MOEDA         *
      *----------------------------------------------------------------*
       4100-LISTAR-SALDOS SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 4900-INICIAR-LISTA
           MOVE 'POSICOES DE DEPOSITO POR CONTA E MOEDA'
                                        TO TITLSTO
           MOVE WRK-CAB-SALDO          TO CABLSTO

           IF WRK-PRIMEIRA-PAGINA
              MOVE LOW-VALUES          TO WRK-CHAVE-SLD
              MOVE WRK-CA-CPF          TO WRK-CHS-CPF
           ELSE
              MOVE WRK-CA-CHAVE-PROX (1:18)
                                        TO WRK-CHAVE-SLD
           END-IF

           EXEC CICS STARTBR FILE('ARQSLD01')
                     RIDFLD(WRK-CHAVE-SLD)
                     GTEQ
                     RESP(WRK-RESP)
           END-EXEC

           EVALUATE WRK-RESP
              WHEN DFHRESP(NORMAL)
                 PERFORM 4150-LER-PROXIMO-SALDO
                    UNTIL WRK-BROWSE-FIM
                 EXEC CICS ENDBR FILE('ARQSLD01') END-EXEC
              WHEN DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 PERFORM 9500-ERRO-CICS
           END-EVALUATE

           IF WRK-IDX-LINHA EQUAL ZEROS
              MOVE 'CLIENTE SEM POSICAO DE DEPOSITO'
                                        TO WRK-MENSAGEM
              PERFORM 4980-LISTA-VAZIA
           END-IF

           PERFORM 4990-ENVIAR-LISTA
           .
      *----------------------------------------------------------------*
       4100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO PROXIMO SALDO DO BROWSE: PARA NO FIM   *
      *    DO CPF; COM A PAGINA CHEIA, GUARDA A CHAVE DA CONTINUACAO   *
      *----------------------------------------------------------------*
       4150-LER-PROXIMO-SALDO SECTION.
      *----------------------------------------------------------------*
      *
           EXEC CICS READNEXT FILE('ARQSLD01')
                     INTO(ARQSLD01-REGISTRO)
                     RIDFLD(WRK-CHAVE-SLD)
                     RESP(WRK-RESP)
           END-EXEC

           EVALUATE WRK-RESP
              WHEN DFHRESP(NORMAL)
                 EVALUATE TRUE
                    WHEN ARQSLD01-CPF NOT EQUAL WRK-CA-CPF
                       SET WRK-BROWSE-FIM TO TRUE
                    WHEN WRK-IDX-LINHA EQUAL 10
                       MOVE WRK-CHAVE-SLD TO WRK-CA-CHAVE-PROX
                       PERFORM 4970-MARCAR-CONTINUACAO
                    WHEN OTHER
                       PERFORM 4160-MONTAR-LINHA-SALDO
                 END-EVALUATE
              WHEN DFHRESP(ENDFILE)
                 SET WRK-BROWSE-FIM    TO TRUE
              WHEN OTHER
                 PERFORM 9500-ERRO-CICS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       4150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       4160-MONTAR-LINHA-SALDO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQSLD01-NUM-CONTA     TO WRK-LSD-NUM-CONTA
           MOVE ARQSLD01-COD-MOEDA     TO WRK-LSD-COD-MOEDA
           MOVE ARQSLD01-VAL-ABERTURA  TO WRK-LSD-VAL-ABERTURA
           MOVE ARQSLD01-VAL-MOVIMENTO TO WRK-LSD-VAL-MOVIMENTO
           MOVE ARQSLD01-VAL-FECHAMENTO
                                        TO WRK-LSD-VAL-FECHAMENTO

           MOVE WRK-LIN-SALDO          TO WRK-LINHA-LISTA
           PERFORM 4950-INCLUIR-LINHA
           .
      *----------------------------------------------------------------*
       4160-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE DETALHAMENTO DOS EMPRESTIMOS EM ABERTO DO CPF     *
      *    (INDICE ONLINE DE EMPRESTIMOS POR CPF DO DEVEDOR), COM O    *
      *    ESTAGIO DA REGUA DE COBRANCA DE CADA UM                     *
      *----------------------------------------------------------------*
       4200-LISTAR-EMPRESTIMOS SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 4900-INICIAR-LISTA
           MOVE 'EMPRESTIMOS EM ABERTO E ESTAGIO DE COBRANCA'
                                        TO TITLSTO
           MOVE WRK-CAB-EMPRESTIMO     TO CABLSTO

           IF WRK-PRIMEIRA-PAGINA
              MOVE LOW-VALUES          TO WRK-CHAVE-EPC
              MOVE WRK-CA-CPF          TO WRK-CHE-CPF
           ELSE
              MOVE WRK-CA-CHAVE-PROX   TO WRK-CHAVE-EPC
           END-IF

           EXEC CICS STARTBR FILE('ARQEPC01')
                     RIDFLD(WRK-CHAVE-EPC)
                     GTEQ
                     RESP(WRK-RESP)
           END-EXEC

           EVALUATE WRK-RESP
              WHEN DFHRESP(NORMAL)
                 PERFORM 4250-LER-PROXIMO-EMPRESTIMO
                    UNTIL WRK-BROWSE-FIM
                 EXEC CICS ENDBR FILE('ARQEPC01') END-EXEC
              WHEN DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 PERFORM 9500-ERRO-CICS
           END-EVALUATE

           IF WRK-IDX-LINHA EQUAL ZEROS
              MOVE 'CLIENTE SEM EMPRESTIMOS EM ABERTO'
                                        TO WRK-MENSAGEM
              PERFORM 4980-LISTA-VAZIA
           END-IF

           PERFORM 4990-ENVIAR-LISTA
           .
      *----------------------------------------------------------------*
       4200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO PROXIMO EMPRESTIMO DO CPF: SO ENTRA NA *
      *    LISTA O EMPRESTIMO EM ABERTO NO CADASTRO (SITUACAO EM       *
      *    BRANCO OU 'N' - NAO PAGO)                                   *
      *----------------------------------------------------------------*
       4250-LER-PROXIMO-EMPRESTIMO SECTION.
      *----------------------------------------------------------------*
      *
           EXEC CICS READNEXT FILE('ARQEPC01')
                     INTO(ARQEPC01-REGISTRO)
                     RIDFLD(WRK-CHAVE-EPC)
                     RESP(WRK-RESP)
           END-EXEC

           EVALUATE WRK-RESP
              WHEN DFHRESP(NORMAL)
                 IF ARQEPC01-CPF-DEVEDOR NOT EQUAL WRK-CA-CPF
                    SET WRK-BROWSE-FIM TO TRUE
                 ELSE
                    PERFORM 4260-LER-EMPRESTIMO
                    IF WRK-EMPRESTIMO-ABERTO
                       IF WRK-IDX-LINHA EQUAL 10
                          MOVE WRK-CHAVE-EPC TO WRK-CA-CHAVE-PROX
                          PERFORM 4970-MARCAR-CONTINUACAO
                       ELSE
                          PERFORM 4270-MONTAR-LINHA-EMPRESTIMO
                       END-IF
                    END-IF
                 END-IF
              WHEN DFHRESP(ENDFILE)
                 SET WRK-BROWSE-FIM    TO TRUE
              WHEN OTHER
                 PERFORM 9500-ERRO-CICS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       4250-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO EMPRESTIMO NO CADASTRO (ENT03105)      *
      *----------------------------------------------------------------*
       4260-LER-EMPRESTIMO SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-EMPRESTIMO-FECHADO  TO TRUE
           MOVE WRK-CHE-EMPRESTIMO     TO WRK-CHAVE-EMPRESTIMO

           EXEC CICS READ FILE('ARQEMP01')
                     INTO(ARQENT01-REGISTRO)
                     RIDFLD(WRK-CHAVE-EMPRESTIMO)
                     RESP(WRK-RESP)
           END-EXEC

           EVALUATE WRK-RESP
              WHEN DFHRESP(NORMAL)
                 IF ARQENT01-SIT-EMPRESTIMO EQUAL SPACES OR 'N'
                    SET WRK-EMPRESTIMO-ABERTO TO TRUE
                 END-IF
              WHEN DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 PERFORM 9500-ERRO-CICS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       4260-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE MONTAGEM DA LINHA DO EMPRESTIMO, COM O ESTAGIO DA *
      *    REGUA DE COBRANCA (SEM REGISTRO NA REGUA = SEM COBRANCA)    *
      *----------------------------------------------------------------*
       4270-MONTAR-LINHA-EMPRESTIMO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQENT01-COD-AGENCIA   TO WRK-LEM-COD-AGENCIA
           MOVE ARQENT01-NUM-CONTA     TO WRK-LEM-NUM-CONTA
           MOVE ARQENT01-NUM-EMPRESTIMO
                                        TO WRK-LEM-NUM-EMPRESTIMO
           MOVE ARQENT01-VAL-EMPRESTIMO
                                        TO WRK-LEM-VAL-EMPRESTIMO

           IF ARQENT01-SIT-EMPRESTIMO EQUAL 'N'
              MOVE 'NAO PAGO'          TO WRK-LEM-SITUACAO
           ELSE
              MOVE 'EM ABERTO'         TO WRK-LEM-SITUACAO
           END-IF

           MOVE 'SEM COBRANCA'         TO WRK-LEM-ESTAGIO
           MOVE SPACES                 TO WRK-LEM-DAT-ESTAGIO
           MOVE SPACES                 TO WRK-LEM-SIT-PROMESSA

           MOVE WRK-CHAVE-EMPRESTIMO   TO ARQCOB01-CHAVE

           EXEC CICS READ FILE('ARQCOB01')
                     INTO(ARQCOB01-REGISTRO)
                     RIDFLD(ARQCOB01-CHAVE)
                     RESP(WRK-RESP)
           END-EXEC

           EVALUATE WRK-RESP
              WHEN DFHRESP(NORMAL)
                 PERFORM 4280-DESCREVER-ESTAGIO
              WHEN DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 PERFORM 9500-ERRO-CICS
           END-EVALUATE

           MOVE WRK-LIN-EMPRESTIMO     TO WRK-LINHA-LISTA
           PERFORM 4950-INCLUIR-LINHA
           .
      *----------------------------------------------------------------*
       4270-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       4280-DESCREVER-ESTAGIO SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE ARQCOB01-ESTAGIO
              WHEN 1
                 MOVE '1O AVISO'       TO WRK-LEM-ESTAGIO
              WHEN 2
                 MOVE '2O AVISO'       TO WRK-LEM-ESTAGIO
              WHEN 3
                 MOVE 'PROTESTO'       TO WRK-LEM-ESTAGIO
              WHEN OTHER
                 MOVE 'SEM COBRANCA'   TO WRK-LEM-ESTAGIO
           END-EVALUATE

           IF ARQCOB01-DAT-ESTAGIO GREATER ZEROS
              MOVE ARQCOB01-DAT-ESTAGIO
                                        TO WRK-DATA-AAAAMMDD
              PERFORM 8000-EDITAR-DATA
              MOVE WRK-DATA-EDITADA    TO WRK-LEM-DAT-ESTAGIO
           END-IF

           MOVE ARQCOB01-SIT-PROMESSA  TO WRK-LEM-SIT-PROMESSA
           .
      *----------------------------------------------------------------*
       4280-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE DETALHAMENTO DOS CONSENTIMENTOS DE CONTATO DO     *
      *    CCLUB (PROPOSITO X CANAL)                                   *
      *----------------------------------------------------------------*
       4300-LISTAR-CONSENTIMENTOS SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 4900-INICIAR-LISTA
           MOVE 'CONSENTIMENTOS DE CONTATO POR PROPOSITO E CANAL'
                                        TO TITLSTO
           MOVE WRK-CAB-CONSENTIMENTO  TO CABLSTO

           IF WRK-PRIMEIRA-PAGINA
              MOVE LOW-VALUES          TO WRK-CHAVE-CON
              MOVE WRK-CA-CCLUB        TO WRK-CHC-COD-CLIENTE
           ELSE
              MOVE WRK-CA-CHAVE-PROX (1:12)
                                        TO WRK-CHAVE-CON
           END-IF

           EXEC CICS STARTBR FILE('ARQCON01')
                     RIDFLD(WRK-CHAVE-CON)
                     GTEQ
                     RESP(WRK-RESP)
           END-EXEC

           EVALUATE WRK-RESP
              WHEN DFHRESP(NORMAL)
                 PERFORM 4350-LER-PROXIMO-CONSENTIMENTO
                    UNTIL WRK-BROWSE-FIM
                 EXEC CICS ENDBR FILE('ARQCON01') END-EXEC
              WHEN DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 PERFORM 9500-ERRO-CICS
           END-EVALUATE

           IF WRK-IDX-LINHA EQUAL ZEROS
              MOVE 'CLIENTE SEM REGISTRO DE CONSENTIMENTO'
                                        TO WRK-MENSAGEM
              PERFORM 4980-LISTA-VAZIA
           END-IF

           PERFORM 4990-ENVIAR-LISTA
           .
      *----------------------------------------------------------------*
       4300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       4350-LER-PROXIMO-CONSENTIMENTO SECTION.
      *----------------------------------------------------------------*
      *
           EXEC CICS READNEXT FILE('ARQCON01')
                     INTO(ARQCON01-REGISTRO)
                     RIDFLD(WRK-CHAVE-CON)
                     RESP(WRK-RESP)
           END-EXEC

           EVALUATE WRK-RESP
              WHEN DFHRESP(NORMAL)
                 EVALUATE TRUE
                    WHEN ARQCON01-COD-CLIENTE NOT EQUAL WRK-CA-CCLUB
                       SET WRK-BROWSE-FIM TO TRUE
                    WHEN WRK-IDX-LINHA EQUAL 10
                       MOVE WRK-CHAVE-CON TO WRK-CA-CHAVE-PROX
                       PERFORM 4970-MARCAR-CONTINUACAO
                    WHEN OTHER
                       PERFORM 4360-MONTAR-LINHA-CONSENT
                 END-EVALUATE
              WHEN DFHRESP(ENDFILE)
                 SET WRK-BROWSE-FIM    TO TRUE
              WHEN OTHER
                 PERFORM 9500-ERRO-CICS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       4350-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       4360-MONTAR-LINHA-CONSENT SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE ARQCON01-COD-PROPOSITO
              WHEN 'M'
                 MOVE 'MARKETING'      TO WRK-LCN-PROPOSITO
              WHEN 'C'
                 MOVE 'AVISOS DE COBRANCA'
                                        TO WRK-LCN-PROPOSITO
              WHEN 'P'
                 MOVE 'PESQUISA SATISFACAO'
                                        TO WRK-LCN-PROPOSITO
              WHEN 'O'
                 MOVE 'OPEN FINANCE'   TO WRK-LCN-PROPOSITO
              WHEN OTHER
                 MOVE ARQCON01-COD-PROPOSITO
                                        TO WRK-LCN-PROPOSITO
           END-EVALUATE

           EVALUATE ARQCON01-COD-CANAL
              WHEN 'E'
                 MOVE 'E-MAIL'         TO WRK-LCN-CANAL
              WHEN 'S'
                 MOVE 'SMS'            TO WRK-LCN-CANAL
              WHEN 'A'
                 MOVE 'API'            TO WRK-LCN-CANAL
              WHEN OTHER
                 MOVE ARQCON01-COD-CANAL
                                        TO WRK-LCN-CANAL
           END-EVALUATE

           IF ARQCON01-CONSENTIDO
              MOVE 'CONSENTIDO'        TO WRK-LCN-SITUACAO
           ELSE
              MOVE 'NEGADO'            TO WRK-LCN-SITUACAO
           END-IF

           MOVE SPACES                 TO WRK-LCN-DATA
           IF ARQCON01-DAT-CONSENTIMENTO GREATER ZEROS
              MOVE ARQCON01-DAT-CONSENTIMENTO
                                        TO WRK-DATA-AAAAMMDD
              PERFORM 8000-EDITAR-DATA
              MOVE WRK-DATA-EDITADA    TO WRK-LCN-DATA
           END-IF

           MOVE ARQCON01-COD-ORIGEM    TO WRK-LCN-ORIGEM

           MOVE WRK-LIN-CONSENTIMENTO  TO WRK-LINHA-LISTA
           PERFORM 4950-INCLUIR-LINHA
           .
      *----------------------------------------------------------------*
       4360-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE DETALHAMENTO DOS ULTIMOS CONTATOS DE CAMPANHA DO  *
      *    CCLUB (OS 10 MAIS RECENTES DA TABELA CAMP_HISTORICO)        *
      *----------------------------------------------------------------*
       4400-LISTAR-CONTATOS SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 4900-INICIAR-LISTA
           MOVE 'ULTIMOS CONTATOS DE CAMPANHA'
                                        TO TITLSTO
           MOVE WRK-CAB-CONTATO        TO CABLSTO

           MOVE WRK-CA-CCLUB           TO WRK-CCLUB-CONSULTA

           EXEC SQL
               OPEN CSR-CONTATOS
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 9550-ERRO-DB2
           END-IF

           PERFORM 4450-LER-PROXIMO-CONTATO
              UNTIL WRK-BROWSE-FIM

           EXEC SQL
               CLOSE CSR-CONTATOS
           END-EXEC

           IF WRK-IDX-LINHA EQUAL ZEROS
              MOVE 'CLIENTE SEM CONTATOS DE CAMPANHA'
                                        TO WRK-MENSAGEM
              PERFORM 4980-LISTA-VAZIA
           END-IF

           PERFORM 4990-ENVIAR-LISTA
           .
      *----------------------------------------------------------------*
       4400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       4450-LER-PROXIMO-CONTATO SECTION.
      *----------------------------------------------------------------*
      *
           EXEC SQL
               FETCH CSR-CONTATOS
                  INTO :WRK-CAMPANHA-LIDA,
                       :WRK-DAT-CONTATO-LIDA
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 MOVE WRK-CAMPANHA-LIDA
                                        TO WRK-LCT-COD-CAMPANHA
                 MOVE WRK-DAT-CONTATO-LIDA
                                        TO WRK-DATA-ISO
                 PERFORM 8100-EDITAR-DATA-ISO
                 MOVE WRK-DATA-EDITADA TO WRK-LCT-DATA
                 MOVE WRK-LIN-CONTATO  TO WRK-LINHA-LISTA
                 PERFORM 4950-INCLUIR-LINHA
              WHEN +100
                 SET WRK-BROWSE-FIM    TO TRUE
              WHEN OTHER
                 PERFORM 9550-ERRO-DB2
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       4450-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE PREPARACAO DO MAPA DE DETALHAMENTO                *
      *----------------------------------------------------------------*
       4900-INICIAR-LISTA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE LOW-VALUES             TO MAPA0125O
           MOVE ZEROS                  TO WRK-IDX-LINHA
           SET WRK-CA-SEM-MAIS         TO TRUE
           SET WRK-BROWSE-CONTINUA     TO TRUE

           MOVE WRK-CA-CPF             TO CPFLSTO
           MOVE WRK-CA-NOME            TO NOMLSTO
           .
      *----------------------------------------------------------------*
       4900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE INCLUSAO DA LINHA MONTADA NA PROXIMA POSICAO LIVRE*
      *----------------------------------------------------------------*
       4950-INCLUIR-LINHA SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WRK-IDX-LINHA

           EVALUATE WRK-IDX-LINHA
              WHEN 01 MOVE WRK-LINHA-LISTA TO LINH01O
              WHEN 02 MOVE WRK-LINHA-LISTA TO LINH02O
              WHEN 03 MOVE WRK-LINHA-LISTA TO LINH03O
              WHEN 04 MOVE WRK-LINHA-LISTA TO LINH04O
              WHEN 05 MOVE WRK-LINHA-LISTA TO LINH05O
              WHEN 06 MOVE WRK-LINHA-LISTA TO LINH06O
              WHEN 07 MOVE WRK-LINHA-LISTA TO LINH07O
              WHEN 08 MOVE WRK-LINHA-LISTA TO LINH08O
              WHEN 09 MOVE WRK-LINHA-LISTA TO LINH09O
              WHEN 10 MOVE WRK-LINHA-LISTA TO LINH10O
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       4950-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE MARCACAO DE PAGINA SEGUINTE: A CHAVE DO REGISTRO  *
      *    QUE NAO COUBE JA FOI GUARDADA NA COMMAREA PELO CHAMADOR     *
      *----------------------------------------------------------------*
       4970-MARCAR-CONTINUACAO SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-CA-HA-MAIS          TO TRUE
           SET WRK-BROWSE-FIM          TO TRUE
           .
      *----------------------------------------------------------------*
       4970-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE DETALHAMENTO SEM NENHUMA LINHA: REGISTRA O ACESSO *
      *    E AVISA O OPERADOR NO PROPRIO MAPA DE POSICAO               *
      *----------------------------------------------------------------*
       4980-LISTA-VAZIA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-CA-VISAO           TO WRK-LOG-VISAO
           MOVE 'N'                    TO WRK-LOG-RESULTADO
           PERFORM 7000-REGISTRAR-ACESSO

           PERFORM 9600-REENVIAR-MAPA
           .
      *----------------------------------------------------------------*
       4980-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE ENVIO DO DETALHAMENTO: REGISTRA O ACESSO ANTES DE *
      *    ENVIAR OS DADOS AO TERMINAL                                 *
      *----------------------------------------------------------------*
       4990-ENVIAR-LISTA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-CA-VISAO           TO WRK-LOG-VISAO
           MOVE 'E'                    TO WRK-LOG-RESULTADO
           PERFORM 7000-REGISTRAR-ACESSO

           SET WRK-CA-MODO-LISTA       TO TRUE

           IF WRK-CA-HA-MAIS
              MOVE 'HA MAIS REGISTROS - PF8 PARA A PROXIMA PAGINA'
                                        TO MSGLSTO
           ELSE
              MOVE 'FIM DO DETALHAMENTO - PF3 VOLTA A POSICAO'
                                        TO MSGLSTO
           END-IF

           EXEC CICS SEND MAP('MAPA0125') MAPSET('EXER0124')
                     FROM(MAPA0125O) ERASE
           END-EXEC
           .
      *----------------------------------------------------------------*
       4990-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE REGISTRO DO ACESSO A DADOS PESSOAIS (LGPD) NA     *
      *    FILA TD 'LGPQ'. FALHA NA GRAVACAO ABENDA A TRANSACAO: DADO  *
      *    SEM REGISTRO DE ACESSO NAO E EXIBIDO                        *
      *----------------------------------------------------------------*
       7000-REGISTRAR-ACESSO SECTION.
      *----------------------------------------------------------------*
      *
           EXEC CICS ASKTIME ABSTIME(WRK-ABSTIME) END-EXEC

           EXEC CICS FORMATTIME ABSTIME(WRK-ABSTIME)
                     YYYYMMDD(WRK-DATA-HISTORICO)
                     TIME(WRK-HORA-HISTORICO)
           END-EXEC

           EXEC CICS ASSIGN USERID(WRK-USUARIO) END-EXEC

           MOVE SPACES                 TO ARQLGA01-REGISTRO
           MOVE WRK-DATA-HISTORICO     TO ARQLGA01-DAT-ACESSO
           MOVE WRK-HORA-HISTORICO (1:6)
                                       TO ARQLGA01-HOR-ACESSO
           MOVE WRK-USUARIO            TO ARQLGA01-COD-USUARIO
           MOVE EIBTRMID               TO ARQLGA01-COD-TERMINAL
           MOVE EIBTRNID               TO ARQLGA01-COD-TRANSACAO
           MOVE WRK-PROGRAMA           TO ARQLGA01-PROGRAMA
           MOVE WRK-CA-TIP-CHAVE       TO ARQLGA01-TIP-CHAVE
           MOVE WRK-CA-CPF             TO ARQLGA01-CPF
           MOVE WRK-CA-CCLUB           TO ARQLGA01-COD-CLIENTE
           MOVE WRK-LOG-VISAO          TO ARQLGA01-TIP-VISAO
           MOVE WRK-LOG-RESULTADO      TO ARQLGA01-IND-RESULTADO
           MOVE WRK-IDX-LINHA          TO ARQLGA01-QTD-ITENS

           EXEC CICS WRITEQ TD QUEUE('LGPQ')
                     FROM(ARQLGA01-REGISTRO)
                     LENGTH(LENGTH OF ARQLGA01-REGISTRO)
                     RESP(WRK-RESP)
           END-EXEC

           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)
              PERFORM 9500-ERRO-CICS
           END-IF
           .
      *----------------------------------------------------------------*
       7000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE EDICAO DE DATA AAAAMMDD PARA DD/MM/AAAA           *
      *----------------------------------------------------------------*
       8000-EDITAR-DATA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-DAT-DIA            TO WRK-EDI-DIA
           MOVE WRK-DAT-MES            TO WRK-EDI-MES
           MOVE WRK-DAT-ANO            TO WRK-EDI-ANO
           .
      *----------------------------------------------------------------*
       8000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE EDICAO DE DATA AAAA-MM-DD PARA DD/MM/AAAA         *
      *----------------------------------------------------------------*
       8100-EDITAR-DATA-ISO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-ISO-DIA            TO WRK-EDI-DIA
           MOVE WRK-ISO-MES            TO WRK-EDI-MES
           MOVE WRK-ISO-ANO            TO WRK-EDI-ANO
           .
      *----------------------------------------------------------------*
       8100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE ERRO CICS: ABENDA A TRANSACAO COM DUMP            *
      *----------------------------------------------------------------*
       9500-ERRO-CICS SECTION.
      *----------------------------------------------------------------*
      *
           EXEC CICS ABEND ABCODE('E124') END-EXEC
           .
      *----------------------------------------------------------------*
       9500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE ERRO DB2: ABENDA A TRANSACAO COM DUMP             *
      *----------------------------------------------------------------*
       9550-ERRO-DB2 SECTION.
      *----------------------------------------------------------------*
      *
           EXEC CICS ABEND ABCODE('D124') END-EXEC
           .
      *----------------------------------------------------------------*
       9550-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE REENVIO DO MAPA DE POSICAO COM MENSAGEM           *
      *----------------------------------------------------------------*
       9600-REENVIAR-MAPA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-MENSAGEM           TO MSGOPRO

           EXEC CICS SEND MAP('MAPA0124') MAPSET('EXER0124')
                     FROM(MAPA0124O) DATAONLY
           END-EXEC

           PERFORM 9800-RETORNAR
           .
      *----------------------------------------------------------------*
       9600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE REENVIO DO MAPA DE DETALHAMENTO COM MENSAGEM      *
      *----------------------------------------------------------------*
       9650-REENVIAR-LISTA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-MENSAGEM           TO MSGLSTO

           EXEC CICS SEND MAP('MAPA0125') MAPSET('EXER0124')
                     FROM(MAPA0125O) DATAONLY
           END-EXEC

           PERFORM 9800-RETORNAR
           .
      *----------------------------------------------------------------*
       9650-99-FIM.
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
