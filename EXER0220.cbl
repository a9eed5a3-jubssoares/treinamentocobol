
                 IF ARQENT01-TRANS-SAQUE
                    OR ARQENT01-TRANS-TRANSF-ENVIO
                    OR (ARQENT01-TRANS-ESTORNO
                        AND ARQENT01-EST-DE-DEPOSITO)
                    COMPUTE WRK-VAL-BUSCA = ZERO -
                            ARQENT01-VAL-DEPOS
                 ELSE
