	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS VAC-REC-ID
	       FILE STATUS IS VACSALDO-STATUS.
	   SELECT HISTNOM ASSIGN TO "HISTNOM"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS HIS-LLAVE
	       FILE STATUS IS HISTNOM-STATUS.
	   SELECT SALMAST ASSIGN TO "SALMAST"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS SAL-REC-LLAVE
	       FILE STATUS IS SALMAST-STATUS.
	   SELECT PVAACUM ASSIGN TO "PVAACUM"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS PVX-LLAVE
	       FILE STATUS IS PVAACUM-STATUS.
	   SELECT PRIMAVAC ASSIGN TO "PRIMAVAC"
	       FILE STATUS IS PRIMAVAC-STATUS.
	   SELECT MOVVAR ASSIGN TO "MOVVAR"
	       FILE STATUS IS MOVVAR-STATUS.
	   SELECT PERCTL ASSIGN TO "PERIODO.CTL"
	       FILE STATUS IS PERCTL-STATUS.
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD VACSALDO.
       COPY "VACSALDO.wks".
       FD HISTNOM.
       COPY "HISTNOM.wks".
       FD SALMAST.
       COPY "SALMAST.wks".
       FD PVAACUM.
       COPY "PVAACUM.wks".
       FD PRIMAVAC.
       COPY "PRIMAVAC.wks".
       FD MOVVAR.
       COPY "MOVVAR.wks".
       FD PERCTL.
       01 REG-PERCTL.
	   03 PERCTL-PERIODO PIC 9(8).
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 VACSALDO-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 HISTNOM-STATUS PIC XX.
       01 SALMAST-STATUS PIC XX.
       01 PVAACUM-STATUS PIC XX.
       01 PRIMAVAC-STATUS PIC XX.
       01 MOVVAR-STATUS PIC XX.
       01 PERCTL-STATUS PIC XX.
       01 SW-HISTNOM PIC 9 VALUE ZEROS.
       01 SW-SALMAST PIC 9 VALUE ZEROS.
       01 SW-PVAACUM PIC 9 VALUE ZEROS.
       01 SW-SUELDO PIC 9 VALUE ZEROS.
       01 SW-FIN-LEC PIC 9 VALUE ZEROS.
       01 W-CIA PIC X(3) VALUE SPACES.
       01 W-CIA-NOMBRE PIC X(30) VALUE SPACES.
       01 W-PERIODO PIC 9(8) VALUE ZEROS.
       01 W-DIAS-PER PIC 99 VALUE 15.
       01 W-DIAS-HIS PIC 99 VALUE 15.
       01 W-FECHA-HOY PIC 9(8) VALUE ZEROS.
       01 W-USUARIO PIC X(8) VALUE SPACES.
       01 W-PRM-CODIGO PIC X(12) VALUE SPACES.
       01 W-PRM-VALOR PIC 9(7)V99 VALUE ZEROS.
       01 W-PRM-ENC PIC 9 VALUE ZEROS.
       01 PCT-PRIMA PIC 9(3)V99 VALUE 25.
       01 UMA-DIARIO PIC 9(05)V99 VALUE 113.14.
       01 UMAS-EXENTAS PIC 99 VALUE 15.
       01 CON-PV-GRAVADA PIC X(3) VALUE "PVG".
       01 CON-PV-EXENTA PIC X(3) VALUE "PVE".
       01 W-SUELDO PIC 9(05)V99 VALUE ZEROS.
       01 W-DIARIO PIC 9(05)V99 VALUE ZEROS.
       01 W-PRIMA PIC 9(05)V99 VALUE ZEROS.
       01 W-TOPE PIC 9(07)V99 VALUE ZEROS.
       01 W-DISPONIBLE PIC 9(07)V99 VALUE ZEROS.
       01 W-EXENTO PIC 9(05)V99 VALUE ZEROS.
       01 W-GRAVADO PIC 9(05)V99 VALUE ZEROS.
       01 W-PRIMA-ED PIC ZZ,ZZ9.99.
       01 W-PRIMAS PIC 9(3) VALUE ZEROS.
       01 W-EMP-ID PIC X(8) VALUE SPACES.
       01 W-OPC PIC X VALUE SPACES.
       01 W-DIAS-PEDIDOS PIC 999 VALUE ZEROS.
	       ACCEPT W-OPC AT 0840
	       GOBACK
	   END-IF
	   PERFORM 050-PREPARA-PRIMA
	   PERFORM 100-CAPTURA UNTIL W-OPC = "S" OR "s"
	   PERFORM 400-ESCRIBE-RUNLOG
	   CLOSE VACSALDO
	   IF SW-HISTNOM = 1
	       CLOSE HISTNOM
	   END-IF
	   IF SW-SALMAST = 1
	       CLOSE SALMAST
	   END-IF
	   IF SW-PVAACUM = 1
	       CLOSE PVAACUM
	   END-IF
	   GOBACK.

       050-PREPARA-PRIMA.
	   CALL "SETCIA" USING W-CIA W-CIA-NOMBRE
	   ACCEPT W-FECHA-HOY FROM DATE
	   ADD 20000000 TO W-FECHA-HOY
	   CALL "SESUSR" USING W-USUARIO
	   MOVE ZEROS TO W-PERIODO
	   OPEN INPUT PERCTL
	   IF PERCTL-STATUS = "00"
	       READ PERCTL
		   AT END
		       MOVE ZEROS TO PERCTL-PERIODO
	       END-READ
	       CLOSE PERCTL
	       IF PERCTL-PERIODO NUMERIC
		   MOVE PERCTL-PERIODO TO W-PERIODO
	       END-IF
	   END-IF
	   IF W-PERIODO(7:2) = "00"
	       MOVE 30 TO W-DIAS-PER
	   ELSE
	       MOVE 15 TO W-DIAS-PER
	   END-IF
	   MOVE "PCT-PRIMAVAC" TO W-PRM-CODIGO
	   MOVE ZEROS TO W-PRM-ENC
	   CALL "PARAMGET" USING W-PRM-CODIGO W-PRM-VALOR W-PRM-ENC
	   IF W-PRM-ENC = 1 AND W-PRM-VALOR > ZEROS
	       MOVE W-PRM-VALOR TO PCT-PRIMA
	   END-IF
	   MOVE "UMA-DIARIO" TO W-PRM-CODIGO
	   MOVE ZEROS TO W-PRM-ENC
	   CALL "PARAMGET" USING W-PRM-CODIGO W-PRM-VALOR W-PRM-ENC
	   IF W-PRM-ENC = 1 AND W-PRM-VALOR > ZEROS
	       MOVE W-PRM-VALOR TO UMA-DIARIO
	   END-IF
	   MOVE "UMAS-PRIMAVA" TO W-PRM-CODIGO
	   MOVE ZEROS TO W-PRM-ENC
	   CALL "PARAMGET" USING W-PRM-CODIGO W-PRM-VALOR W-PRM-ENC
	   IF W-PRM-ENC = 1 AND W-PRM-VALOR > ZEROS
	       MOVE W-PRM-VALOR TO UMAS-EXENTAS
	   END-IF
	   OPEN INPUT HISTNOM
	   IF HISTNOM-STATUS = "00"
	       MOVE 1 TO SW-HISTNOM
	   END-IF
	   OPEN INPUT SALMAST
	   IF SALMAST-STATUS = "00"
	       MOVE 1 TO SW-SALMAST
	   END-IF
	   OPEN I-O PVAACUM
	   IF PVAACUM-STATUS = "35"
	       OPEN OUTPUT PVAACUM
	       CLOSE PVAACUM
	       OPEN I-O PVAACUM
	   END-IF
	   IF PVAACUM-STATUS = "00"
	       MOVE 1 TO SW-PVAACUM
	   END-IF.

       100-CAPTURA.
	   DISPLAY ERASE
	   DISPLAY "REGISTRO DE VACACIONES TOMADAS" AT 0310
		   ADD 1 TO W-ESCRITOS
		   DISPLAY "REGISTRADO. NUEVO SALDO:" AT 1310
		   DISPLAY VAC-REC-SALDO AT 1335
		   PERFORM 320-PRIMA-VACACIONAL
		   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 1510
		   ACCEPT W-OPC AT 1540
		   MOVE SPACES TO W-OPC
	       END-IF
	   END-IF.

       320-PRIMA-VACACIONAL.
	   IF W-PERIODO = ZEROS
	       DISPLAY "SIN PERIODO ABIERTO: PRIMA NO GENERADA" AT 1410
	   ELSE
	       PERFORM 330-SUELDO-DIARIO
	       IF SW-SUELDO = ZEROS
		   DISPLAY "SIN SUELDO VIGENTE: PRIMA NO GENERADA"
		       AT 1410
	       ELSE
		   PERFORM 350-CALCULA-PRIMA
	       END-IF
	   END-IF.

       330-SUELDO-DIARIO.
	   MOVE ZEROS TO SW-SUELDO
	   MOVE ZEROS TO W-SUELDO
	   MOVE ZEROS TO W-DIARIO
	   IF SW-SALMAST = 1
	       PERFORM 335-BUSCA-SALMAST
	   END-IF
	   IF SW-SUELDO = 1
	       COMPUTE W-DIARIO ROUNDED = W-SUELDO / W-DIAS-PER
	   ELSE
	       IF SW-HISTNOM = 1
		   PERFORM 340-BUSCA-HISTNOM
	       END-IF
	       IF SW-SUELDO = 1
		   COMPUTE W-DIARIO ROUNDED = W-SUELDO / W-DIAS-HIS
	       END-IF
	   END-IF.

       335-BUSCA-SALMAST.
	   MOVE ZEROS TO SW-FIN-LEC
	   MOVE W-EMP-ID TO SAL-REC-ID
	   MOVE ZEROS TO SAL-REC-FECHA-VIG
	   START SALMAST KEY IS NOT LESS THAN SAL-REC-LLAVE
	       INVALID KEY
		   MOVE 1 TO SW-FIN-LEC
	   END-START
	   PERFORM UNTIL SW-FIN-LEC = 1
	       READ SALMAST NEXT
		   AT END
		       MOVE 1 TO SW-FIN-LEC
		   NOT AT END
		       IF SAL-REC-ID NOT = W-EMP-ID
			       OR SAL-REC-FECHA-VIG > W-FECHA-HOY
			   MOVE 1 TO SW-FIN-LEC
		       ELSE
			   MOVE SAL-REC-SUELDO TO W-SUELDO
			   MOVE 1 TO SW-SUELDO
		       END-IF
	       END-READ
	   END-PERFORM.

       340-BUSCA-HISTNOM.
	   MOVE ZEROS TO SW-FIN-LEC
	   MOVE W-EMP-ID TO HIS-EMPLEADO-ID
	   MOVE ZEROS TO HIS-PERIODO
	   START HISTNOM KEY IS NOT LESS THAN HIS-LLAVE
	       INVALID KEY
		   MOVE 1 TO SW-FIN-LEC
	   END-START
	   PERFORM UNTIL SW-FIN-LEC = 1
	       READ HISTNOM NEXT
		   AT END
		       MOVE 1 TO SW-FIN-LEC
		   NOT AT END
		       IF HIS-EMPLEADO-ID NOT = W-EMP-ID
			   MOVE 1 TO SW-FIN-LEC
		       ELSE
			   COMPUTE W-SUELDO = HIS-SUELDO
			       - HIS-VARIABLE + HIS-DESCUENTO
			   MOVE 1 TO SW-SUELDO
			   IF HIS-PERIODO(7:2) = "00"
			       MOVE 30 TO W-DIAS-HIS
			   ELSE
			       MOVE 15 TO W-DIAS-HIS
			   END-IF
		       END-IF
	       END-READ
	   END-PERFORM.

       350-CALCULA-PRIMA.
	   COMPUTE W-PRIMA ROUNDED = W-DIARIO * W-DIAS-PEDIDOS
	       * PCT-PRIMA / 100
	   COMPUTE W-TOPE = UMA-DIARIO * UMAS-EXENTAS
	   MOVE W-EMP-ID TO PVX-ID
	   MOVE W-PERIODO(1:4) TO PVX-ANO
	   MOVE ZEROS TO SW-FIN-LEC
	   IF SW-PVAACUM = 1
	       READ PVAACUM
		   INVALID KEY
		       MOVE ZEROS TO PVX-EXENTO
		       MOVE ZEROS TO PVX-GRAVADO
		       MOVE ZEROS TO PVX-DIAS
		   NOT INVALID KEY
		       MOVE 1 TO SW-FIN-LEC
	       END-READ
	   ELSE
	       MOVE ZEROS TO PVX-EXENTO
	       MOVE ZEROS TO PVX-GRAVADO
	       MOVE ZEROS TO PVX-DIAS
	   END-IF
	   IF PVX-EXENTO < W-TOPE
	       COMPUTE W-DISPONIBLE = W-TOPE - PVX-EXENTO
	   ELSE
	       MOVE ZEROS TO W-DISPONIBLE
	   END-IF
	   IF W-PRIMA > W-DISPONIBLE
	       MOVE W-DISPONIBLE TO W-EXENTO
	   ELSE
	       MOVE W-PRIMA TO W-EXENTO
	   END-IF
	   COMPUTE W-GRAVADO = W-PRIMA - W-EXENTO
	   ADD W-EXENTO TO PVX-EXENTO
	   ADD W-GRAVADO TO PVX-GRAVADO
	   ADD W-DIAS-PEDIDOS TO PVX-DIAS
	   IF SW-PVAACUM = 1
	       IF SW-FIN-LEC = 1
		   REWRITE REG-PVAACUM
	       ELSE
		   WRITE REG-PVAACUM
	       END-IF
	   END-IF
	   PERFORM 360-ESCRIBE-MOVVAR
	   MOVE W-EMP-ID TO PVA-EMPLEADO-ID
	   MOVE W-PERIODO TO PVA-PERIODO
	   MOVE W-FECHA-HOY TO PVA-FECHA
	   MOVE W-DIAS-PEDIDOS TO PVA-DIAS
	   MOVE W-DIARIO TO PVA-DIARIO
	   MOVE PCT-PRIMA TO PVA-PCT
	   MOVE W-PRIMA TO PVA-IMPORTE
	   MOVE W-EXENTO TO PVA-EXENTO
	   MOVE W-GRAVADO TO PVA-GRAVADO
	   MOVE W-USUARIO TO PVA-USUARIO
	   OPEN EXTEND PRIMAVAC
	   IF PRIMAVAC-STATUS = "35"
	       OPEN OUTPUT PRIMAVAC
	   END-IF
	   WRITE REG-PRIMAVAC
	   CLOSE PRIMAVAC
	   ADD 1 TO W-PRIMAS
	   MOVE W-PRIMA TO W-PRIMA-ED
	   DISPLAY "PRIMA VACACIONAL GENERADA:" AT 1410
	   DISPLAY W-PRIMA-ED AT 1437.

       360-ESCRIBE-MOVVAR.
	   OPEN EXTEND MOVVAR
	   IF MOVVAR-STATUS = "35"
	       OPEN OUTPUT MOVVAR
	   END-IF
	   MOVE W-EMP-ID TO MOV-EMPLEADO-ID
	   MOVE W-PERIODO TO MOV-PERIODO
	   IF W-GRAVADO > ZEROS
	       MOVE CON-PV-GRAVADA TO MOV-CONCEPTO
	       MOVE W-GRAVADO TO MOV-IMPORTE
	       WRITE REG-MOVVAR
	   END-IF
	   IF W-EXENTO > ZEROS
	       MOVE CON-PV-EXENTA TO MOV-CONCEPTO
	       MOVE W-EXENTO TO MOV-IMPORTE
	       WRITE REG-MOVVAR
	   END-IF
	   CLOSE MOVVAR.

       400-ESCRIBE-RUNLOG.
	   MOVE "VACTOMA" TO RUNLOG-PROGRAMA
	   ACCEPT RUNLOG-FECHA FROM DATE
	   CALL "SESUSR" USING RUNLOG-USUARIO
	   MOVE W-RC-GUARDA TO RETURN-CODE
	   MOVE W-CONSULTAS TO RUNLOG-LEIDOS
	   COMPUTE RUNLOG-ESCRITOS = W-ESCRITOS + W-PRIMAS
	   OPEN EXTEND RUNLOG
	   IF RUNLOG-STATUS = "35"
	       OPEN OUTPUT RUNLOG
