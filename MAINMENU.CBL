           DISPLAY "A.REGISTRO DE INCIDENCIAS" AT 0750.
           DISPLAY "B.INCAPACIDADES IMSS" AT 0850.
           DISPLAY "C.CREDITOS INFONAVIT" AT 0950.
           DISPLAY "D.FONDO AHORRO/VALES DESPENSA" AT 1050.
           DISPLAY "E.CONSULTA FONDO AHORRO" AT 1150.
           DISPLAY "F.PENSION ALIMENTICIA" AT 1250.
           DISPLAY "G.CUENTAS CONTABLES" AT 1350.
           DISPLAY "H.REGISTRO DE CHEQUES" AT 1450.
           DISPLAY "I.CORRECCION DE RECHAZOS" AT 1550.
           DISPLAY "J.DEPTOS/COSTO/ORGANIGRAMA" AT 1650.
           DISPLAY "K.TABULADOR DE PUESTOS" AT 1750.
           DISPLAY "L.PRESUPUESTO NOMINA" AT 1850.
           DISPLAY "M.ALERTAS DE OPERACION" AT 1950.
           DISPLAY "N.PARAMETROS/OBLIGACIONES" AT 2050.
           DISPLAY "O.NIP DE AUTOCONSULTA" AT 2150.
           DISPLAY "P.HORARIOS DE EMPLEADOS" AT 2250.
           DISPLAY "Q.CONTRATOS/EXPEDIENTES" AT 2350.
           DISPLAY "R.BENEFICIARIOS/GMM/SINDICATO" AT 2450.
           DISPLAY "S.CAPACITACION" AT 2550.
           DISPLAY "T.VIATICOS" AT 2650.
           DISPLAY "U.PRENOMINA" AT 2750.
           DISPLAY "V.SUELDOS AUTORIZADOS" AT 2850.
           DISPLAY "W.AUTORIZA CUENTAS BANCARIAS" AT 2950.
           DISPLAY "X.REPORTE PRIMAS VACACIONALES" AT 3050.
           DISPLAY "Y.TRASPASO ENTRE COMPANIAS" AT 3150.
           DISPLAY "Z.PLANES DE COMISION" AT 3250.
           DISPLAY "ELIJA SU OPCION:" AT 2010.
           ACCEPT OPC1 AT 2110.
           EVALUATE OPC1
                   END-IF
                   IF SW-OCUPADO = 0
                       DISPLAY ERASE
                       DISPLAY "F-FONDO DE AHORRO V-VALES DE DESPENSA:"
                           AT 0310
                       ACCEPT OPC2 AT 0349
                       IF OPC2 = "V" OR OPC2 = "v"
                           CALL "VALMNT"
                           CANCEL "VALMNT"
                       ELSE
                           DISPLAY "ID DE EMPLEADO:" AT 0510
                           ACCEPT MM-EMP-ID AT 0526
                           CALL "AHOMNT" USING MM-EMP-ID
                       END-IF
                       MOVE SPACES TO OPC2
                   END-IF
               WHEN "E" WHEN "e"
                   CALL "AHOCON"
                       MOVE 1 TO SW-OCUPADO
                   END-IF
                   IF SW-OCUPADO = 0
                       DISPLAY ERASE
                       DISPLAY "C-CATALOGO D-DISTRIBUCION DE COSTO"
                           AT 0310
                       DISPLAY "J-JEFE INMEDIATO O-ORGANIGRAMA:"
                           AT 0410
                       ACCEPT OPC2 AT 0442
                       EVALUATE OPC2
                           WHEN "D" WHEN "d"
                               CALL "DISTMNT"
                               CANCEL "DISTMNT"
                           WHEN "J" WHEN "j"
                               CALL "JEFMNT"
                               CANCEL "JEFMNT"
                           WHEN "O" WHEN "o"
                               CALL "ORGREP"
                               CANCEL "ORGREP"
                           WHEN OTHER
                               CALL "DEPMNT"
                       END-EVALUATE
                       MOVE SPACES TO OPC2
                   END-IF
               WHEN "K" WHEN "k"
                   PERFORM 200-VERIFICA-LOCK
                   IF W-NIVEL < 3
                       PERFORM 400-SIN-PERMISO
                   ELSE
                       DISPLAY ERASE
                       DISPLAY "P-PARAMETROS O-CALENDARIO OBLIGACIONES:"
                           AT 0310
                       ACCEPT OPC2 AT 0350
                       EVALUATE OPC2
                           WHEN "O" WHEN "o"
                               CALL "OBLMNT"
                               CANCEL "OBLMNT"
                           WHEN OTHER
                               CALL "PARAMNT"
                       END-EVALUATE
                       MOVE SPACES TO OPC2
                   END-IF
               WHEN "O" WHEN "o"
                   PERFORM 200-VERIFICA-LOCK
                   IF SW-OCUPADO = 0
                       CALL "NIPMNT"
                   END-IF
               WHEN "P" WHEN "p"
                   PERFORM 200-VERIFICA-LOCK
                   IF W-NIVEL < 2 AND SW-OCUPADO = 0
                       PERFORM 400-SIN-PERMISO
                       MOVE 1 TO SW-OCUPADO
                   END-IF
                   IF SW-OCUPADO = 0
                       CALL "HORMNT"
                   END-IF
               WHEN "Q" WHEN "q"
                   PERFORM 200-VERIFICA-LOCK
                   IF W-NIVEL < 2 AND SW-OCUPADO = 0
                       PERFORM 400-SIN-PERMISO
                       MOVE 1 TO SW-OCUPADO
                   END-IF
                   IF SW-OCUPADO = 0
                       DISPLAY ERASE
                       DISPLAY "C-CONTRATOS E-EXPEDIENTE D-DOCUMENTOS:"
                           AT 0310
                       ACCEPT OPC2 AT 0349
                       EVALUATE OPC2
                           WHEN "E" WHEN "e"
                               CALL "EXPMNT"
                               CANCEL "EXPMNT"
                           WHEN "D" WHEN "d"
                               CALL "DTPMNT"
                               CANCEL "DTPMNT"
                           WHEN OTHER
                               CALL "CONMNT"
                       END-EVALUATE
                       MOVE SPACES TO OPC2
                   END-IF
               WHEN "R" WHEN "r"
                   PERFORM 200-VERIFICA-LOCK
                   IF W-NIVEL < 2 AND SW-OCUPADO = 0
                       PERFORM 400-SIN-PERMISO
                       MOVE 1 TO SW-OCUPADO
                   END-IF
                   IF SW-OCUPADO = 0
                       DISPLAY ERASE
                       DISPLAY "B-BENEFIC. G-GASTOS MEDICOS P-PLANES"
                           AT 0310
                       DISPLAY "A-AFILIACION SINDICAL S-SINDICATOS:"
                           AT 0410
                       ACCEPT OPC2 AT 0446
                       EVALUATE OPC2
                           WHEN "A" WHEN "a"
                               CALL "SINMNT"
                               CANCEL "SINMNT"
                           WHEN "S" WHEN "s"
                               CALL "SINCMNT"
                               CANCEL "SINCMNT"
                           WHEN "G" WHEN "g"
                               CALL "GMMMNT"
                               CANCEL "GMMMNT"
                           WHEN "P" WHEN "p"
                               CALL "GMMPLN"
                               CANCEL "GMMPLN"
                           WHEN OTHER
                               CALL "BENMNT"
                       END-EVALUATE
                       MOVE SPACES TO OPC2
                   END-IF
               WHEN "S" WHEN "s"
                   PERFORM 200-VERIFICA-LOCK
                   IF W-NIVEL < 2 AND SW-OCUPADO = 0
                       PERFORM 400-SIN-PERMISO
                       MOVE 1 TO SW-OCUPADO
                   END-IF
                   IF SW-OCUPADO = 0
                       DISPLAY ERASE
                       DISPLAY "C-CATALOGO DE CURSOS R-REGISTRO:"
                           AT 0310
                       ACCEPT OPC2 AT 0343
                       IF OPC2 = "C" OR OPC2 = "c"
                           CALL "CURMNT"
                       ELSE
                           CALL "CAPMNT"
                       END-IF
                       MOVE SPACES TO OPC2
                   END-IF
               WHEN "T" WHEN "t"
                   PERFORM 200-VERIFICA-LOCK
                   IF W-NIVEL < 2 AND SW-OCUPADO = 0
                       PERFORM 400-SIN-PERMISO
                       MOVE 1 TO SW-OCUPADO
                   END-IF
                   IF SW-OCUPADO = 0
                       DISPLAY ERASE
                       DISPLAY "A-ANTICIPOS C-COMPROBACION:"
                           AT 0310
                       ACCEPT OPC2 AT 0338
                       IF OPC2 = "C" OR OPC2 = "c"
                           CALL "VIACOMP"
                       ELSE
                           CALL "VIAMNT"
                       END-IF
                       MOVE SPACES TO OPC2
                   END-IF
               WHEN "U" WHEN "u"
                   CALL "NOMPREV"
               WHEN "V" WHEN "v"
                   PERFORM 200-VERIFICA-LOCK
                   IF W-NIVEL < 2 AND SW-OCUPADO = 0
                       PERFORM 400-SIN-PERMISO
                       MOVE 1 TO SW-OCUPADO
                   END-IF
                   IF SW-OCUPADO = 0
                       CALL "SALMNT"
                   END-IF
               WHEN "W" WHEN "w"
                   CALL "BCOAUT"
               WHEN "X" WHEN "x"
                   IF W-NIVEL < 2
                       PERFORM 400-SIN-PERMISO
                   ELSE
                       CALL "PVAREP"
                       CANCEL "PVAREP"
                   END-IF
               WHEN "Y" WHEN "y"
                   IF W-NIVEL < 3
                       PERFORM 400-SIN-PERMISO
                   ELSE
                       CALL "TRASPCIA"
                       CANCEL "TRASPCIA"
                   END-IF
               WHEN "Z" WHEN "z"
                   PERFORM 200-VERIFICA-LOCK
                   IF W-NIVEL < 2 AND SW-OCUPADO = 0
                       PERFORM 400-SIN-PERMISO
                       MOVE 1 TO SW-OCUPADO
                   END-IF
                   IF SW-OCUPADO = 0
                       CALL "COMMNT"
                       CANCEL "COMMNT"
                   END-IF
               WHEN "0"
                   IF W-NIVEL < 3
                       PERFORM 400-SIN-PERMISO
