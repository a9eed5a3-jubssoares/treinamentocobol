      *                          E-MAIL CADASTRADO NAO MUDAR),        *
      *                          'C'/BRANCOS CONTATO DE CAMPANHA      *
      *                          (JANELA DE DIAS)                     *
      *  15/10/2026 - J.SOARES - TIPO 'F' OBITO (GERADO PELO EXER0621, *
      *                          PERMANENTE, PREVALECE SOBRE TODOS)    *
      *----------------------------------------------------------------*
      *                       DADOS DE ENTRADA                         *
      *----------------------------------------------------------------*
      *                   (FORMATO DD.MM.AAAA)                         *
      * TIP-SUPRESSAO   : 'O' OPT-OUT / 'B' HARD BOUNCE /              *
      *                   'D' CLIENTE DORMENTE (GERADO PELO EXER0215) /*
      *                   'F' CLIENTE FALECIDO (GERADO PELO EXER0621) /*
      *                   'C' OU BRANCOS CONTATO DE CAMPANHA           *
      * EMAIL           : E-MAIL DO EVENTO (TIPO 'B')                  *
      *----------------------------------------------------------------*
              88 ARQSUP01-SUP-OPTOUT           VALUE 'O'.
              88 ARQSUP01-SUP-BOUNCE           VALUE 'B'.
              88 ARQSUP01-SUP-DORMENTE         VALUE 'D'.
              88 ARQSUP01-SUP-OBITO            VALUE 'F'.
              88 ARQSUP01-SUP-CONTATO          VALUE 'C' ' '.
           03 ARQSUP01-EMAIL                   PIC X(70) VALUE SPACES.
