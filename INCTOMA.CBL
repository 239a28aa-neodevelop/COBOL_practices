                   DISPLAY INC-TIPO AT 0931
                   DISPLAY "DIAS:" AT 0934
                   DISPLAY INC-DIAS AT 0940
                   IF INC-ORIGEN = "R"
                       DISPLAY "GENERADA POR RELOJ. RETARDOS:" AT 0944
                       DISPLAY INC-RETARDOS AT 0974
                   END-IF
           END-READ
           DISPLAY "TIPO (F=FALTA P=PERMISO SIN GOCE):" AT 1110
           ACCEPT W-TIPO AT 1145
               MOVE W-PERIODO TO INC-PERIODO
               MOVE W-TIPO TO INC-TIPO
               MOVE W-DIAS TO INC-DIAS
               MOVE "M" TO INC-ORIGEN
               IF SW-EXISTE = 1
                   REWRITE REG-INCIDEN
               ELSE
                   MOVE ZEROS TO INC-RETARDOS
                   WRITE REG-INCIDEN
               END-IF
               ADD 1 TO W-ESCRITOS
