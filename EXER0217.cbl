      *                    TAMBEM GERAM O REGISTRO DE ABERTURA, PARA   *
      *                    QUE O SALDO PARADO ENTRE NA MEDIA DIARIA    *
      *                    DO CREDITO DE JUROS (EXER0210).             *
      *                    O ESTORNO (TIPO 'E') ENTRA COM O SINAL      *
      *                    INVERSO AO DO MOVIMENTO ORIGINAL.           *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *

                 IF ARQENT01-TRANS-SAQUE
                    OR ARQENT01-TRANS-TRANSF-ENVIO
                    OR (ARQENT01-TRANS-ESTORNO
                        AND ARQENT01-EST-DE-DEPOSITO)
                    COMPUTE SD-VAL-MOVTO = ZERO - ARQENT01-VAL-DEPOS
                 ELSE
                    MOVE ARQENT01-VAL-DEPOS TO SD-VAL-MOVTO
