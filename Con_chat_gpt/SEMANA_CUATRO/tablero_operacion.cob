                       ADD 1 TO PASOS-LEIDOS
                       IF PASO-ESTADO = "FALLIDO"
                             OR PASO-ESTADO = "EN-CURSO"
                             OR PASO-ESTADO = "BLOQUEADO"
                          ADD 1 TO PASOS-FALLIDOS
                       END-IF
                    END-IF
