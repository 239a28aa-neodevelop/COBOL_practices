	   03 BATCH-VAR1 PIC 999V99.
	   03 BATCH-VAR2 PIC 999V99.
	   03 BATCH-PLAZO PIC 999.
       01 REG-BATCH-NETO.
	   03 BATNET-OPC PIC 9.
	   03 BATNET-NETO PIC 9(5)V99.
	   03 BATNET-FECHA PIC 9(6).
       FD OPERRES.
       01 REG-RES PIC X(80).
       FD OPERIMP.
	   03 RES-RESULTADO PIC -9999.99.
	   03 FILLER PIC X VALUE SPACES.
	   03 RES-ERROR PIC X(24).
       01 NETO-DESEADO PIC 9(5)V99 VALUE ZEROS.
       01 NETO-DESEADOE PIC ZZZZZ.ZZ.
       01 NETO-FECHA PIC 9(8) VALUE ZEROS.
       01 NETO-FECHA-R REDEFINES NETO-FECHA.
	   03 NETO-ANOMES PIC 9(6).
	   03 NETO-DIA PIC 99.
       01 NETO-AMD PIC 9(6) VALUE ZEROS.
       01 NETO-BRUTO PIC 9(5)V99 VALUE ZEROS.
       01 NETO-ISR PIC 9(5)V99 VALUE ZEROS.
       01 NETO-SUBSIDIO PIC 9(5)V99 VALUE ZEROS.
       01 NETO-IMSS PIC 9(5)V99 VALUE ZEROS.
       01 NETO-OBTENIDO PIC 9(5)V99 VALUE ZEROS.
       01 NETO-BAJO PIC 9(5)V99 VALUE ZEROS.
       01 NETO-ALTO PIC 9(5)V99 VALUE ZEROS.
       01 NETO-ITER PIC 99 VALUE ZEROS.
       01 NETO-ERROR PIC X VALUE "N".
       01 NETO-EMPLEADO PIC X(8) VALUE SPACES.
       01 NETO-PERIODO PIC 9(8) VALUE ZEROS.
       01 NETO-DIAS-AUS PIC 99 VALUE ZEROS.
       01 NETO-QNA PIC 99 VALUE ZEROS.
       COPY "CUOIMSS.wks".
       01 NETO-IMPORTEE PIC ZZ,ZZ9.99.
       01 LINEA-NETO.
	   03 NETRES-OPERACION PIC X(15).
	   03 FILLER PIC X VALUE SPACES.
	   03 NETRES-FECHA PIC 9(8).
	   03 FILLER PIC X VALUE SPACES.
	   03 NETRES-BRUTO PIC ZZZZ9.99.
	   03 FILLER PIC X VALUE SPACES.
	   03 NETRES-ISR PIC ZZZZ9.99.
	   03 FILLER PIC X VALUE SPACES.
	   03 NETRES-SUBSIDIO PIC ZZZZ9.99.
	   03 FILLER PIC X VALUE SPACES.
	   03 NETRES-IMSS PIC ZZZZ9.99.
	   03 FILLER PIC X VALUE SPACES.
	   03 NETRES-NETO PIC ZZZZ9.99.
       01 LINEA-LOG-NETO.
	   03 LOGN-FECHA PIC 9(6).
	   03 FILLER PIC X VALUE SPACES.
	   03 LOGN-HORA PIC 9(6).
	   03 FILLER PIC X VALUE SPACES.
	   03 LOGN-OPERACION PIC X(15).
	   03 FILLER PIC X VALUE SPACES.
	   03 LOGN-BRUTO PIC ZZZZ9.99.
	   03 FILLER PIC X VALUE SPACES.
	   03 LOGN-ISR PIC ZZZZ9.99.
	   03 FILLER PIC X VALUE SPACES.
	   03 LOGN-SUBSIDIO PIC ZZZZ9.99.
	   03 FILLER PIC X VALUE SPACES.
	   03 LOGN-IMSS PIC ZZZZ9.99.
	   03 FILLER PIC X VALUE SPACES.
	   03 LOGN-NETO PIC ZZZZ9.99.
       PROCEDURE DIVISION.
       000-INICIO.
	   ACCEPT PARM-MODO FROM COMMAND-LINE
	   DISPLAY "7.INTERES COMPUESTO" AT 1910.
	   DISPLAY "8.VALOR FUTURO" AT 2110.
	   DISPLAY "9.TABLA DE AMORTIZACION" AT 2310.
	   DISPLAY "0.BRUTO DESDE NETO" AT 2510.
	   DISPLAY "ELIJA SU OPCION:" AT 2710.
	   ACCEPT OPC1 AT 2727.
	   EVALUATE OPC1
	       WHEN 0
		   PERFORM 400-PIDE-NETO
	       WHEN 1
		   DISPLAY ERASE
		   DISPLAY "DAME EL PRIMER NUMERO" AT 0510
	   OPEN OUTPUT OPERRES
	   PERFORM 210-LEE-BATCH
	   PERFORM UNTIL W-EOF-BATCH = 1
	       IF BATCH-OPC = 0
		   PERFORM 450-NETO-BATCH
	       ELSE
		   PERFORM 220-CALCULA-BATCH
	       END-IF
	       PERFORM 210-LEE-BATCH
	   END-PERFORM
	   CLOSE OPERBATCH
	       MOVE SPACES TO RES-ERROR
	   END-IF
	   WRITE REG-RES FROM LINEA-RES.

       400-PIDE-NETO.
	   DISPLAY ERASE
	   DISPLAY "SUELDO NETO DESEADO:" AT 0510
	   ACCEPT NETO-DESEADOE AT 0532
	   DISPLAY "FECHA DEL PERIODO (AAAAMMDD):" AT 0710
	   ACCEPT NETO-FECHA AT 0741
	   DISPLAY "ID EMPLEADO (OPCIONAL):" AT 0810
	   MOVE SPACES TO NETO-EMPLEADO
	   ACCEPT NETO-EMPLEADO AT 0841
	   MOVE NETO-DESEADOE TO NETO-DESEADO
	   PERFORM 410-CALCULA-BRUTO
	   EVALUATE NETO-ERROR
	       WHEN "C"
		   DISPLAY "ERROR: EL NETO DEBE SER MAYOR A 0" AT 1110
	       WHEN "F"
		   DISPLAY "ERROR: FECHA INVALIDA" AT 1110
	       WHEN "R"
		   DISPLAY "ERROR: NETO FUERA DE RANGO" AT 1110
	       WHEN OTHER
		   DISPLAY "FECHA DE CALCULO:" AT 0910
		   DISPLAY NETO-FECHA AT 0932
		   DISPLAY "SUELDO BRUTO:" AT 1110
		   MOVE NETO-BRUTO TO NETO-IMPORTEE
		   DISPLAY NETO-IMPORTEE AT 1132
		   DISPLAY "ISR RETENIDO:" AT 1310
		   MOVE NETO-ISR TO NETO-IMPORTEE
		   DISPLAY NETO-IMPORTEE AT 1332
		   DISPLAY "SUBSIDIO APLICADO:" AT 1510
		   MOVE NETO-SUBSIDIO TO NETO-IMPORTEE
		   DISPLAY NETO-IMPORTEE AT 1532
		   DISPLAY "CUOTA IMSS:" AT 1710
		   MOVE NETO-IMSS TO NETO-IMPORTEE
		   DISPLAY NETO-IMPORTEE AT 1732
		   DISPLAY "SUELDO NETO:" AT 1910
		   MOVE NETO-OBTENIDO TO NETO-IMPORTEE
		   DISPLAY NETO-IMPORTEE AT 1932
		   PERFORM 440-ESCRIBE-LOG-NETO
	   END-EVALUATE.

       410-CALCULA-BRUTO.
	   MOVE "N" TO NETO-ERROR
	   MOVE ZEROS TO NETO-BRUTO NETO-ISR NETO-SUBSIDIO
	       NETO-IMSS NETO-OBTENIDO
	   IF NETO-FECHA = ZEROS
	       ACCEPT NETO-AMD FROM DATE
	       COMPUTE NETO-FECHA = 20000000 + NETO-AMD
	   END-IF
	   IF NETO-DESEADO = ZEROS
	       MOVE "C" TO NETO-ERROR
	   ELSE
	       IF FUNCTION TEST-DATE-YYYYMMDD(NETO-FECHA) NOT = ZEROS
		   MOVE "F" TO NETO-ERROR
	       ELSE
		   PERFORM 415-PERIODO-NETO
		   MOVE NETO-DESEADO TO NETO-BAJO
		   MOVE 99999.99 TO NETO-ALTO
		   MOVE NETO-ALTO TO NETO-BRUTO
		   PERFORM 430-LLAMA-DEDUCCION
		   IF NETO-OBTENIDO < NETO-DESEADO
		       MOVE "R" TO NETO-ERROR
		   ELSE
		       MOVE ZEROS TO NETO-ITER
		       PERFORM 420-ITERA-BRUTO
			   UNTIL NETO-ALTO - NETO-BAJO NOT > 0.01
			   OR NETO-ITER > 40
		       MOVE NETO-ALTO TO NETO-BRUTO
		       PERFORM 430-LLAMA-DEDUCCION
		   END-IF
	       END-IF
	   END-IF.

       415-PERIODO-NETO.
	   IF NETO-DIA > 15
	       MOVE 2 TO NETO-QNA
	   ELSE
	       MOVE 1 TO NETO-QNA
	   END-IF
	   COMPUTE NETO-PERIODO = NETO-ANOMES * 100 + NETO-QNA.

       420-ITERA-BRUTO.
	   ADD 1 TO NETO-ITER
	   COMPUTE NETO-BRUTO ROUNDED = (NETO-BAJO + NETO-ALTO) / 2
	   PERFORM 430-LLAMA-DEDUCCION
	   IF NETO-OBTENIDO < NETO-DESEADO
	       MOVE NETO-BRUTO TO NETO-BAJO
	   ELSE
	       MOVE NETO-BRUTO TO NETO-ALTO
	   END-IF.

       430-LLAMA-DEDUCCION.
	   CALL "DEDUCCION" USING NETO-BRUTO NETO-ISR NETO-IMSS
	       NETO-OBTENIDO NETO-FECHA NETO-EMPLEADO NETO-PERIODO
	       NETO-DIAS-AUS CUO-IMSS NETO-SUBSIDIO.

       440-ESCRIBE-LOG-NETO.
	   ACCEPT LOGN-FECHA FROM DATE
	   ACCEPT LOGN-HORA FROM TIME
	   MOVE "BRUTO DE NETO" TO LOGN-OPERACION
	   MOVE NETO-BRUTO TO LOGN-BRUTO
	   MOVE NETO-ISR TO LOGN-ISR
	   MOVE NETO-SUBSIDIO TO LOGN-SUBSIDIO
	   MOVE NETO-IMSS TO LOGN-IMSS
	   MOVE NETO-OBTENIDO TO LOGN-NETO
	   OPEN EXTEND OPERLOG
	   IF LOG-STATUS = "35"
	       OPEN OUTPUT OPERLOG
	   END-IF
	   WRITE REG-LOG FROM LINEA-LOG-NETO
	   CLOSE OPERLOG.

       450-NETO-BATCH.
	   MOVE BATNET-NETO TO NETO-DESEADO
	   IF BATNET-FECHA = ZEROS
	       MOVE ZEROS TO NETO-FECHA
	   ELSE
	       COMPUTE NETO-FECHA = 20000000 + BATNET-FECHA
	   END-IF
	   PERFORM 410-CALCULA-BRUTO
	   IF NETO-ERROR = "N"
	       MOVE "BRUTO DE NETO" TO NETRES-OPERACION
	       MOVE NETO-FECHA TO NETRES-FECHA
	       MOVE NETO-BRUTO TO NETRES-BRUTO
	       MOVE NETO-ISR TO NETRES-ISR
	       MOVE NETO-SUBSIDIO TO NETRES-SUBSIDIO
	       MOVE NETO-IMSS TO NETRES-IMSS
	       MOVE NETO-OBTENIDO TO NETRES-NETO
	       WRITE REG-RES FROM LINEA-NETO
	       PERFORM 440-ESCRIBE-LOG-NETO
	   ELSE
	       MOVE "BRUTO DE NETO" TO RES-OPERACION
	       MOVE ZEROS TO RES-VAR1 RES-VAR2 RES-RESULTADO
	       EVALUATE NETO-ERROR
		   WHEN "C"
		       MOVE "ERROR: NETO EN CERO" TO RES-ERROR
		   WHEN "F"
		       MOVE "ERROR: FECHA INVALIDA" TO RES-ERROR
		   WHEN OTHER
		       MOVE "ERROR: NETO FUERA RANGO" TO RES-ERROR
	       END-EVALUATE
	       WRITE REG-RES FROM LINEA-RES
	   END-IF.
