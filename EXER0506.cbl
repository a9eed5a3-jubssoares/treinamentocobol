      *                    PERMANENTE, HARD BOUNCE SUPRIME ENQUANTO O  *
      *                    E-MAIL NAO MUDAR, RESPOSTA E APENAS         *
      *                    CONTABILIZADA, COM RESUMO POR MOTIVO.       *
      *                    O FEED CONCATENADO EM ARQSUP03 TRAZ A       *
      *                    DORMENCIA (EXER0215) E O OBITO (EXER0621,   *
      *                    TIPO 'F'); OBITO E PERMANENTE E PREVALECE   *
      *                    SOBRE QUALQUER OUTRO TIPO.                  *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    APLICA O RETORNO NA TABELA DE SUPRESSAO (INCLUINDO OU       *
      *    ATUALIZANDO O CLIENTE); OPT-OUT PREVALECE SOBRE BOUNCE E    *
      *    O OBITO PREVALECE SOBRE TODOS                               *
      *----------------------------------------------------------------*
       3100-APLICAR-SUPRESSAO SECTION.
      *----------------------------------------------------------------*

           IF WRK-SUP-IDX-ACHADO GREATER ZEROS
              IF WRK-SUP-TIPO (WRK-SUP-IDX-ACHADO) EQUAL 'O'
                 OR WRK-SUP-TIPO (WRK-SUP-IDX-ACHADO) EQUAL 'F'
      *          OPT-OUT OU OBITO JA REGISTRADO: PERMANENTE, NAO REGRIDE
                 CONTINUE
              ELSE
                 MOVE ARQRET01-TIP-RETORNO
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    INGERE O FEED SEMANAL DE SUPRESSAO POR DORMENCIA DO         *
      *    EXER0215 E O DE OBITO DO EXER0621 (MESMO BOOK SUP05105,     *
      *    CONCATENADOS NO ARQSUP03), COM MARCACAO DE DELTA PARA A     *
      *    CARGA INCREMENTAL DO EXER0507                               *
      *----------------------------------------------------------------*
       3760-CARREGAR-DORMENCIA SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    APLICA A DORMENCIA NA TABELA: INCLUSAO VIRA DELTA 'I';      *
      *    OPT-OUT E BOUNCE JA REGISTRADOS PREVALECEM SOBRE 'D'; O     *
      *    OBITO 'F' PREVALECE SOBRE TODOS E NUNCA E SUBSTITUIDO       *
      *----------------------------------------------------------------*
       3762-APLICAR-DORMENCIA SECTION.
      *----------------------------------------------------------------*
                    DISPLAY '* ATENCAO: TABELA DE SUPRESSAO CHEIA'
                            ' (2000)'
                 END-IF
              WHEN WRK-SUP-TIPO (WRK-SUP-IDX-ACHADO) EQUAL 'F'
                 CONTINUE
              WHEN (WRK-SUP-TIPO (WRK-SUP-IDX-ACHADO) EQUAL 'O'
                OR  WRK-SUP-TIPO (WRK-SUP-IDX-ACHADO) EQUAL 'B')
               AND NOT ARQSUP01-SUP-OBITO
                 CONTINUE
              WHEN OTHER
                 ADD 1 TO ACU-DORMENTES-APLICADOS
