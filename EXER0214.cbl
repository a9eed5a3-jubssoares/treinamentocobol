      *                    SLD02105 GRAVADO PELO EXER0205. QUALQUER    *
      *                    DIVERGENCIA GERA LINHA NO RELATORIO DE      *
      *                    QUEBRAS E RETURN-CODE 08.                   *
      *                    O ESTORNO (TIPO 'E') ENTRA COM O SINAL      *
      *                    INVERSO AO DO MOVIMENTO ORIGINAL.           *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *

                 IF ARQENT01-TRANS-SAQUE
                    OR ARQENT01-TRANS-TRANSF-ENVIO
                    OR (ARQENT01-TRANS-ESTORNO
                        AND ARQENT01-EST-DE-DEPOSITO)
                    COMPUTE WRK-VAL-BUSCA = ZERO -
                            ARQENT01-VAL-DEPOS
                 ELSE
