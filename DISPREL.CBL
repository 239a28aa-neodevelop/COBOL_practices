           03 RELQ-USUARIO-AUT PIC X(8).
           03 RELQ-FECHA-AUT PIC 9(6).
           03 RELQ-HORA-AUT PIC 9(6).
           03 RELQ-CONTROL PIC X.
           03 RELQ-HALLAZGOS PIC 9(5).
           03 RELQ-CRITICOS PIC 9(5).
       FD USUARIOS.
       01 REG-USUARIO.
           03 USR-REC-ID PIC X(8).
       01 W-USR-ID PIC X(8) VALUE SPACES.
       01 W-USR-PASS PIC X(8) VALUE SPACES.
       01 W-OPC PIC X VALUE SPACES.
       01 W-CONFIRMA PIC X VALUE SPACES.
       01 HALLAZGOS-ED PIC ZZ,ZZ9.
       01 W-LIBERADOS PIC 9(3) VALUE ZEROS.
       01 W-ARCHIVO-IN PIC X(40) VALUE SPACES.
       01 W-ARCHIVO-OUT PIC X(40) VALUE SPACES.
           MOVE RELQ-TOTAL TO TOTAL-ED
           DISPLAY "TOTAL       :" AT 0910
           DISPLAY TOTAL-ED AT 0924
           DISPLAY "CONTROL     :" AT 1010
           IF RELQ-CONTROL = "S"
               MOVE RELQ-HALLAZGOS TO HALLAZGOS-ED
               DISPLAY "HALLAZGOS" AT 1024
               DISPLAY HALLAZGOS-ED AT 1034
               MOVE RELQ-CRITICOS TO HALLAZGOS-ED
               DISPLAY "CRITICOS" AT 1042
               DISPLAY HALLAZGOS-ED AT 1051
           ELSE
               DISPLAY "SIN CONTROL PREVIO" AT 1024
           END-IF
           DISPLAY "A=APROBAR R=RECHAZAR (ENTER=SALIR):" AT 1110
           MOVE SPACES TO W-OPC
           ACCEPT W-OPC AT 1146
           EVALUATE W-OPC
               WHEN "A" WHEN "a"
                   IF RELQ-CRITICOS > ZEROS OR RELQ-CONTROL NOT = "S"
                       PERFORM 250-CONFIRMA-HALLAZGOS
                   ELSE
                       PERFORM 300-APRUEBA
                   END-IF
               WHEN "R" WHEN "r"
                   PERFORM 400-RECHAZA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       250-CONFIRMA-HALLAZGOS.
           IF RELQ-CONTROL = "S"
               DISPLAY "HAY HALLAZGOS CRITICOS - REVISE CTLREP" AT 1810
           ELSE
               DISPLAY "LA DISPERSION NO PASO POR CONTROL" AT 1810
           END-IF
           DISPLAY "CONFIRMA LIBERACION BAJO SU RESPONSABILIDAD (S/N):"
               AT 1910
           MOVE SPACES TO W-CONFIRMA
           ACCEPT W-CONFIRMA AT 1962
           IF W-CONFIRMA = "S" OR W-CONFIRMA = "s"
               PERFORM 300-APRUEBA
               MOVE RELQ-PERIODO TO W-ALR-LLAVE
               MOVE SPACES TO W-ALR-MENSAJE
               STRING "LIBERADA CON HALLAZGOS POR " DELIMITED BY SIZE
                   W-USR-ID DELIMITED BY SPACE
                   INTO W-ALR-MENSAJE
               END-STRING
               CALL "ALERTA" USING W-ALR-PROGRAMA W-ALR-SEVERIDAD
                   W-ALR-LLAVE W-ALR-MENSAJE
           ELSE
               DISPLAY "LIBERACION CANCELADA - SIGUE PENDIENTE" AT 1310
               DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 1610
               ACCEPT W-OPC AT 1640
           END-IF.

       300-APRUEBA.
           MOVE SPACES TO W-ARCHIVO-IN
           STRING "DISPHELD." DELIMITED BY SIZE
