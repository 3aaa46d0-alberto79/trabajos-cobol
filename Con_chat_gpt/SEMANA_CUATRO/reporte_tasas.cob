                  AT END MOVE 'S' TO EOF-TSH
                  NOT AT END
                     ADD 1 TO TOTAL-ENTRADAS
                     EVALUATE TSH-TIPO
                        WHEN 'S'
                           MOVE "SOBREGIRO" TO DT-TIPO
                        WHEN 'P'
                           MOVE "PENALIZ" TO DT-TIPO
                        WHEN OTHER
                           MOVE "AHORRO" TO DT-TIPO
                     END-EVALUATE
                     MOVE TSH-DESDE TO DT-DESDE
                     MOVE TSH-TASA TO DT-TASA
                     MOVE TSH-OPERADOR TO DT-OPERADOR
