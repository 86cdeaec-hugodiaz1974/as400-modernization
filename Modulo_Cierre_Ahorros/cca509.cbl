                            NIVSEV OF REG-ALRHIS " "
                            DESALR OF REG-ALRHIS " VALOR "
                            VALALR OF REG-ALRHIS
HH                         " " DETALR OF REG-ALRHIS
                    ADD 1 TO W-TOTLIS
                 END-IF
              END-IF
