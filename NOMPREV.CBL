       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMPREV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT ENTRADA ASSIGN TO "ENTDEP"
	       FILE STATUS IS ENTRADA-STATUS.
	   SELECT PERCTL ASSIGN TO "PERIODO.CTL"
	       FILE STATUS IS PERCTL-STATUS.
	   SELECT EMPMAST ASSIGN TO "EMPMAST"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS EMP-REC-ID
	       FILE STATUS IS EMPMAST-STATUS.
	   SELECT DEPCAT ASSIGN TO "DEPCAT"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS DEP-REC-CODIGO
	       FILE STATUS IS DEPCAT-STATUS.
	   SELECT DEPTOS ASSIGN TO "DEPTOS"
	       FILE STATUS IS DEPTOS-STATUS.
	   SELECT MOVDEP ASSIGN TO "MOVDEP"
	       FILE STATUS IS MOVDEP-STATUS.
	   SELECT CONCAT ASSIGN TO "CONCEPTOS"
	       FILE STATUS IS CONCAT-STATUS.
	   SELECT AJUSPAGO ASSIGN TO "AJUSPAGO"
	       FILE STATUS IS AJUSPAGO-STATUS.
	   SELECT RETRODIF ASSIGN TO "RETRODIF"
	       FILE STATUS IS RETRODIF-STATUS.
	   SELECT INCIDEN ASSIGN TO "INCIDEN"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS INC-LLAVE
	       FILE STATUS IS INCIDEN-STATUS.
	   SELECT PENSION ASSIGN TO "PENSION"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS PEN-REC-ID
	       FILE STATUS IS PENSION-STATUS.
	   SELECT INFONAV ASSIGN TO "INFONAV"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS INF-REC-ID
	       FILE STATUS IS INFONAV-STATUS.
	   SELECT PRESTAMO ASSIGN TO "PRESTAMO"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS PRE-REC-ID
	       FILE STATUS IS PRESTAMO-STATUS.
	   SELECT FONACOT ASSIGN TO "FONACOT"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS FON-LLAVE
	       FILE STATUS IS FONACOT-STATUS.
	   SELECT VIATICO ASSIGN TO "VIATICO"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS VIA-LLAVE
	       FILE STATUS IS VIATICO-STATUS.
	   SELECT AHORRO ASSIGN TO "AHORRO"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS AHO-REC-ID
	       FILE STATUS IS AHORRO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ENTRADA.
       01 REGISTRO.
	   03 EMPLEADO-ID PIC X(08).
	   03 NOMBRE PIC X(30).
	   03 DEPTO  PIC X(15).
	   03 SUELDO PIC 9(05)V99.
	   03 PERIODO PIC 9(08).
       FD PERCTL.
       01 REG-PERCTL.
	   03 PERCTL-PERIODO PIC 9(8).
       FD EMPMAST.
       COPY "EMPMAST.wks".
       FD DEPCAT.
       COPY "DEPCAT.wks".
       FD DEPTOS.
       01 REG-DEPTO PIC X(15).
       FD MOVDEP.
       COPY "MOVVAR.wks".
       FD CONCAT.
       COPY "CONCEPTO.wks".
       FD AJUSPAGO.
       COPY "AJUSTE.wks".
       FD RETRODIF.
       COPY "RETRODIF.wks".
       FD INCIDEN.
       COPY "INCIDEN.wks".
       FD PENSION.
       COPY "PENSION.wks".
       FD INFONAV.
       COPY "INFONAV.wks".
       FD PRESTAMO.
       COPY "PRESTAMO.wks".
       FD FONACOT.
       COPY "FONACOT.wks".
       FD VIATICO.
       COPY "VIATICO.wks".
       FD AHORRO.
       COPY "AHORRO.wks".
       WORKING-STORAGE SECTION.
       01 ENTRADA-STATUS PIC XX.
       01 PERCTL-STATUS PIC XX.
       01 EMPMAST-STATUS PIC XX.
       01 DEPCAT-STATUS PIC XX.
       01 DEPTOS-STATUS PIC XX.
       01 MOVDEP-STATUS PIC XX.
       01 W-CIA PIC X(3) VALUE SPACES.
       01 W-CIA-NOMBRE PIC X(30) VALUE SPACES.
       01 CONCAT-STATUS PIC XX.
       01 AJUSPAGO-STATUS PIC XX.
       01 RETRODIF-STATUS PIC XX.
       01 INCIDEN-STATUS PIC XX.
       01 PENSION-STATUS PIC XX.
       01 INFONAV-STATUS PIC XX.
       01 PRESTAMO-STATUS PIC XX.
       01 FONACOT-STATUS PIC XX.
       01 VIATICO-STATUS PIC XX.
       01 AHORRO-STATUS PIC XX.
       01 SW-EMPMAST PIC 9 VALUE ZEROS.
       01 SW-INCIDEN PIC 9 VALUE ZEROS.
       01 SW-PENSION PIC 9 VALUE ZEROS.
       01 SW-INFONAV PIC 9 VALUE ZEROS.
       01 SW-PRESTAMOS PIC 9 VALUE ZEROS.
       01 SW-FONACOT PIC 9 VALUE ZEROS.
       01 SW-VIATICO PIC 9 VALUE ZEROS.
       01 SW-AHORRO PIC 9 VALUE ZEROS.
       01 SW-FIN PIC 9 VALUE ZEROS.
       01 SW-FIN-FON PIC 9 VALUE ZEROS.
       01 SW-FIN-VIA PIC 9 VALUE ZEROS.
       01 SW-ENCONTRADO PIC 9 VALUE ZEROS.
       01 SW-INACTIVO PIC 9 VALUE ZEROS.
       01 SW-DEPTO-OK PIC 9 VALUE ZEROS.
       01 SW-LISTA PIC 9 VALUE ZEROS.
       01 W-EMP-ID PIC X(8) VALUE SPACES.
       01 W-OPC PIC X VALUE SPACES.
       01 W-RENGLON PIC 99 VALUE ZEROS.
       01 W-REN-AT PIC 9(4) VALUE ZEROS.
       01 W-PERIODO-ABIERTO PIC 9(8) VALUE ZEROS.
       01 W-FECHA-AMD PIC 9(6) VALUE ZEROS.
       01 W-PRM-CODIGO PIC X(12) VALUE SPACES.
       01 W-PRM-VALOR PIC 9(7)V99 VALUE ZEROS.
       01 W-PRM-ENC PIC 9 VALUE ZEROS.
       01 EMPLEADO-ID-S PIC X(08) VALUE SPACES.
       01 NOMBRE-S PIC X(30) VALUE SPACES.
       01 DEPTO-S PIC X(15) VALUE SPACES.
       01 SUELDO-S PIC 9(05)V99 VALUE ZEROS.
       01 PERIODO-S PIC 9(08) VALUE ZEROS.
       01 W-VARIABLE PIC 9(05)V99 VALUE ZEROS.
       01 W-VAR-EXENTA PIC 9(05)V99 VALUE ZEROS.
       01 NUM-CONCEPTOS PIC 999 VALUE ZEROS.
       01 I-CON PIC 999 VALUE ZEROS.
       01 IDX-CON PIC 999 VALUE ZEROS.
       01 TABLA-CONCEPTOS.
	   03 TC-ENTRADA OCCURS 200 TIMES.
	       05 TC-CODIGO PIC X(3).
	       05 TC-GRAVABLE PIC X.
       01 W-DESCUENTO PIC 9(05)V99 VALUE ZEROS.
       01 W-DIAS-INC PIC 99 VALUE ZEROS.
       01 W-DIAS-BASE PIC 99 VALUE 30.
       01 W-BRUTO PIC 9(05)V99 VALUE ZEROS.
       01 W-IMPUESTO PIC 9(05)V99 VALUE ZEROS.
       01 W-IMSS PIC 9(05)V99 VALUE ZEROS.
       01 W-SUBSIDIO PIC 9(05)V99 VALUE ZEROS.
       01 W-NETO PIC 9(05)V99 VALUE ZEROS.
       01 W-FECHA-CALC PIC 9(08) VALUE ZEROS.
       01 W-PENSION PIC 9(05)V99 VALUE ZEROS.
       01 W-INFONAVIT PIC 9(05)V99 VALUE ZEROS.
       01 W-ABONO PIC 9(07)V99 VALUE ZEROS.
       01 W-FONACOT PIC 9(07)V99 VALUE ZEROS.
       01 W-FON-CUOTA PIC 9(07)V99 VALUE ZEROS.
       01 W-VIATICO PIC 9(05)V99 VALUE ZEROS.
       01 W-GMM PIC 9(05)V99 VALUE ZEROS.
       01 W-SINDICAL PIC 9(05)V99 VALUE ZEROS.
       01 W-VIA-DESC PIC 9(07)V99 VALUE ZEROS.
       01 W-VIA-SALDO PIC S9(07)V99 VALUE ZEROS.
       01 W-VIA-DIAS PIC 9(03) VALUE 30.
       01 W-VIA-HOY PIC 9(08) VALUE ZEROS.
       01 W-VIA-ANTIG PIC S9(05) VALUE ZEROS.
       01 W-AHORRO PIC 9(05)V99 VALUE ZEROS.
       01 W-AJUSTE PIC S9(05)V99 VALUE ZEROS.
       01 W-RETRO PIC S9(05)V99 VALUE ZEROS.
       01 VSM-DIARIO PIC 9(03)V99 VALUE 103.74.
       COPY "CUOIMSS.wks".
       01 LINEA-PRV.
	   03 CONCEPTO-P PIC X(34).
	   03 IMPORTE-P PIC -ZZ,ZZ9.99.
       01 LINEA-DIAS.
	   03 FILLER PIC X(24) VALUE "DESCUENTO INCIDENCIAS (".
	   03 DIAS-P PIC Z9.
	   03 FILLER PIC X(08) VALUE " DIAS)".
       PROCEDURE DIVISION.
       000-INICIO.
	   CALL "SETCIA" USING W-CIA W-CIA-NOMBRE
	   PERFORM 010-CARGA-PARAMETROS
	   PERFORM 020-LEE-PERIODO
	   PERFORM 030-ABRE-ARCHIVOS
	   PERFORM 035-CARGA-CONCEPTOS
	   MOVE SPACES TO W-OPC
	   PERFORM 100-CONSULTA UNTIL W-OPC = "S" OR "s"
	   PERFORM 040-CIERRA-ARCHIVOS
	   GOBACK.

       010-CARGA-PARAMETROS.
	   MOVE "VSM-DIARIO" TO W-PRM-CODIGO
	   MOVE ZEROS TO W-PRM-ENC
	   CALL "PARAMGET" USING W-PRM-CODIGO W-PRM-VALOR W-PRM-ENC
	   IF W-PRM-ENC = 1 AND W-PRM-VALOR > ZEROS
	       MOVE W-PRM-VALOR TO VSM-DIARIO
	   END-IF
	   MOVE "VIA-DIAS" TO W-PRM-CODIGO
	   MOVE ZEROS TO W-PRM-ENC
	   CALL "PARAMGET" USING W-PRM-CODIGO W-PRM-VALOR W-PRM-ENC
	   IF W-PRM-ENC = 1 AND W-PRM-VALOR > ZEROS
	       MOVE W-PRM-VALOR TO W-VIA-DIAS
	   END-IF
	   ACCEPT W-FECHA-AMD FROM DATE
	   COMPUTE W-VIA-HOY = 20000000 + W-FECHA-AMD.

       020-LEE-PERIODO.
	   MOVE ZEROS TO W-PERIODO-ABIERTO
	   OPEN INPUT PERCTL
	   IF PERCTL-STATUS = "00"
	       READ PERCTL
		   AT END
		       MOVE ZEROS TO PERCTL-PERIODO
	       END-READ
	       MOVE PERCTL-PERIODO TO W-PERIODO-ABIERTO
	       CLOSE PERCTL
	   END-IF.

       030-ABRE-ARCHIVOS.
	   MOVE ZEROS TO SW-EMPMAST
	   OPEN INPUT EMPMAST
	   IF EMPMAST-STATUS = "00"
	       MOVE 1 TO SW-EMPMAST
	   END-IF
	   MOVE ZEROS TO SW-INCIDEN
	   OPEN INPUT INCIDEN
	   IF INCIDEN-STATUS = "00"
	       MOVE 1 TO SW-INCIDEN
	   END-IF
	   MOVE ZEROS TO SW-PENSION
	   OPEN INPUT PENSION
	   IF PENSION-STATUS = "00"
	       MOVE 1 TO SW-PENSION
	   END-IF
	   MOVE ZEROS TO SW-INFONAV
	   OPEN INPUT INFONAV
	   IF INFONAV-STATUS = "00"
	       MOVE 1 TO SW-INFONAV
	   END-IF
	   MOVE ZEROS TO SW-PRESTAMOS
	   OPEN INPUT PRESTAMO
	   IF PRESTAMO-STATUS = "00"
	       MOVE 1 TO SW-PRESTAMOS
	   END-IF
	   MOVE ZEROS TO SW-FONACOT
	   OPEN INPUT FONACOT
	   IF FONACOT-STATUS = "00"
	       MOVE 1 TO SW-FONACOT
	   END-IF
	   MOVE ZEROS TO SW-VIATICO
	   OPEN INPUT VIATICO
	   IF VIATICO-STATUS = "00"
	       MOVE 1 TO SW-VIATICO
	   END-IF
	   MOVE ZEROS TO SW-AHORRO
	   OPEN INPUT AHORRO
	   IF AHORRO-STATUS = "00"
	       MOVE 1 TO SW-AHORRO
	   END-IF.

       035-CARGA-CONCEPTOS.
	   MOVE ZEROS TO NUM-CONCEPTOS
	   OPEN INPUT CONCAT
	   IF CONCAT-STATUS = "00"
	       PERFORM UNTIL CONCAT-STATUS = "10"
		       OR NUM-CONCEPTOS = 200
		   READ CONCAT
		       AT END
			   MOVE "10" TO CONCAT-STATUS
		       NOT AT END
			   ADD 1 TO NUM-CONCEPTOS
			   MOVE CON-CODIGO TO TC-CODIGO(NUM-CONCEPTOS)
			   MOVE CON-GRAVABLE
			       TO TC-GRAVABLE(NUM-CONCEPTOS)
		   END-READ
	       END-PERFORM
	       IF NUM-CONCEPTOS = 200 AND CONCAT-STATUS NOT = "10"
		   READ CONCAT
		       AT END
			   CONTINUE
		       NOT AT END
			   DISPLAY "NOMPREV: CONCEPTOS EXCEDEN 200"
			   DISPLAY "NOMPREV: SE USAN LOS PRIMEROS 200"
		   END-READ
	       END-IF
	       CLOSE CONCAT
	   END-IF.

       040-CIERRA-ARCHIVOS.
	   IF SW-EMPMAST = 1
	       CLOSE EMPMAST
	   END-IF
	   IF SW-INCIDEN = 1
	       CLOSE INCIDEN
	   END-IF
	   IF SW-PENSION = 1
	       CLOSE PENSION
	   END-IF
	   IF SW-INFONAV = 1
	       CLOSE INFONAV
	   END-IF
	   IF SW-PRESTAMOS = 1
	       CLOSE PRESTAMO
	   END-IF
	   IF SW-FONACOT = 1
	       CLOSE FONACOT
	   END-IF
	   IF SW-VIATICO = 1
	       CLOSE VIATICO
	   END-IF
	   IF SW-AHORRO = 1
	       CLOSE AHORRO
	   END-IF.

       100-CONSULTA.
	   DISPLAY ERASE
	   DISPLAY "PRENOMINA - PROYECCION DEL PERIODO" AT 0310
	   IF W-PERIODO-ABIERTO > ZEROS
	       DISPLAY "PERIODO ABIERTO:" AT 0350
	       DISPLAY W-PERIODO-ABIERTO AT 0367
	   END-IF
	   DISPLAY "ID DE EMPLEADO (BLANCO=SALIR):" AT 0510
	   MOVE SPACES TO W-EMP-ID
	   ACCEPT W-EMP-ID AT 0541
	   IF W-EMP-ID = SPACES
	       MOVE "S" TO W-OPC
	   ELSE
	       PERFORM 200-BUSCA-ENTRADA
	       IF SW-ENCONTRADO = ZEROS
		   DISPLAY "EMPLEADO NO ESTA EN LA ENTRADA DEL PERIODO"
		       AT 0710
	       ELSE
		   PERFORM 210-VERIFICA-ACTIVO
		   PERFORM 220-VERIFICA-DEPTO
		   IF SW-INACTIVO = 1
		       DISPLAY "EMPLEADO INACTIVO - NO SE INCLUYE"
			   AT 0710
		   ELSE
		       IF SW-DEPTO-OK = ZEROS
			   DISPLAY "DEPTO NO REGISTRADO - EXCEPCION"
			       AT 0710
		       ELSE
			   PERFORM 300-CALCULA
			   PERFORM 400-MUESTRA
		       END-IF
		   END-IF
	       END-IF
	       DISPLAY "ENTER=OTRO ID  S=SALIR:" AT 2810
	       MOVE SPACES TO W-OPC
	       ACCEPT W-OPC AT 2834
	   END-IF.

       200-BUSCA-ENTRADA.
	   MOVE ZEROS TO SW-ENCONTRADO
	   MOVE ZEROS TO SW-FIN
	   OPEN INPUT ENTRADA
	   IF ENTRADA-STATUS = "00"
	       PERFORM UNTIL SW-FIN = 1
		   READ ENTRADA
		       AT END
			   MOVE 1 TO SW-FIN
		       NOT AT END
			   IF EMPLEADO-ID = W-EMP-ID
			       MOVE 1 TO SW-ENCONTRADO
			       MOVE 1 TO SW-FIN
			       MOVE EMPLEADO-ID TO EMPLEADO-ID-S
			       MOVE NOMBRE TO NOMBRE-S
			       MOVE DEPTO TO DEPTO-S
			       MOVE SUELDO TO SUELDO-S
			       MOVE PERIODO TO PERIODO-S
			   END-IF
		   END-READ
	       END-PERFORM
	       CLOSE ENTRADA
	   END-IF.

       210-VERIFICA-ACTIVO.
	   MOVE ZEROS TO SW-INACTIVO
	   IF SW-EMPMAST = 1
	       MOVE EMPLEADO-ID-S TO EMP-REC-ID
	       READ EMPMAST
		   INVALID KEY
		       CONTINUE
		   NOT INVALID KEY
		       IF EMP-REC-ESTATUS = "I"
			   MOVE 1 TO SW-INACTIVO
		       END-IF
	       END-READ
	   END-IF.

       220-VERIFICA-DEPTO.
	   MOVE ZEROS TO SW-DEPTO-OK
	   MOVE ZEROS TO SW-LISTA
	   OPEN INPUT DEPCAT
	   IF DEPCAT-STATUS = "00"
	       PERFORM UNTIL DEPCAT-STATUS = "10"
		   READ DEPCAT NEXT
		       AT END
			   MOVE "10" TO DEPCAT-STATUS
		       NOT AT END
			   IF DEP-REC-ACTIVO NOT = "I"
			       MOVE 1 TO SW-LISTA
			       IF DEP-REC-NOMBRE = DEPTO-S
				   MOVE 1 TO SW-DEPTO-OK
			       END-IF
			   END-IF
		   END-READ
	       END-PERFORM
	       CLOSE DEPCAT
	   END-IF
	   IF SW-LISTA = ZEROS
	       OPEN INPUT DEPTOS
	       IF DEPTOS-STATUS = "00"
		   PERFORM UNTIL DEPTOS-STATUS = "10"
		       READ DEPTOS
			   AT END
			       MOVE "10" TO DEPTOS-STATUS
			   NOT AT END
			       IF REG-DEPTO = DEPTO-S
				   MOVE 1 TO SW-DEPTO-OK
			       END-IF
		       END-READ
		   END-PERFORM
		   CLOSE DEPTOS
	       ELSE
		   IF DEPTO-S = "CAPTURA" OR "INFORMATICA"
			   OR "SISTEMAS"
		       MOVE 1 TO SW-DEPTO-OK
		   END-IF
	       END-IF
	   END-IF.

       300-CALCULA.
	   PERFORM 310-SUMA-VARIABLES
	   PERFORM 320-BUSCA-INCIDENCIA
	   COMPUTE W-BRUTO = SUELDO-S + W-VARIABLE - W-DESCUENTO
	   CALL "DEDUCCION" USING W-BRUTO W-IMPUESTO
	       W-IMSS W-NETO W-FECHA-CALC EMPLEADO-ID-S PERIODO-S
	       W-DIAS-INC CUO-IMSS W-SUBSIDIO
	   ADD W-VAR-EXENTA TO W-BRUTO
	   ADD W-VAR-EXENTA TO W-NETO
	   PERFORM 330-APLICA-PENSION
	   PERFORM 340-APLICA-INFONAVIT
	   PERFORM 350-APLICA-PRESTAMO
	   PERFORM 360-APLICA-FONACOT
	   PERFORM 370-APLICA-VIATICO
	   PERFORM 377-APLICA-GMM
	   PERFORM 378-APLICA-SINDICAL
	   PERFORM 380-APLICA-AHORRO
	   PERFORM 390-APLICA-AJUSTE
	   PERFORM 395-APLICA-RETRO.

       310-SUMA-VARIABLES.
	   MOVE ZEROS TO W-VARIABLE
	   MOVE ZEROS TO W-VAR-EXENTA
	   OPEN INPUT MOVDEP
	   IF MOVDEP-STATUS = "00"
	       PERFORM UNTIL MOVDEP-STATUS = "10"
		   READ MOVDEP
		       AT END
			   MOVE "10" TO MOVDEP-STATUS
		       NOT AT END
			   IF MOV-EMPLEADO-ID = EMPLEADO-ID-S
				   AND MOV-PERIODO = PERIODO-S
			       PERFORM 315-BUSCA-CONCEPTO
			       IF IDX-CON > ZEROS
				       AND TC-GRAVABLE(IDX-CON) = "N"
				   ADD MOV-IMPORTE TO W-VAR-EXENTA
			       ELSE
				   ADD MOV-IMPORTE TO W-VARIABLE
			       END-IF
			   END-IF
		   END-READ
	       END-PERFORM
	       CLOSE MOVDEP
	   END-IF.

       315-BUSCA-CONCEPTO.
	   MOVE ZEROS TO IDX-CON
	   PERFORM VARYING I-CON FROM 1 BY 1
		   UNTIL I-CON > NUM-CONCEPTOS
	       IF TC-CODIGO(I-CON) = MOV-CONCEPTO
		   MOVE I-CON TO IDX-CON
	       END-IF
	   END-PERFORM.

       320-BUSCA-INCIDENCIA.
	   MOVE ZEROS TO W-DIAS-INC
	   MOVE ZEROS TO W-DESCUENTO
	   IF PERIODO-S(7:2) = "00"
	       MOVE 30 TO W-DIAS-BASE
	   ELSE
	       MOVE 15 TO W-DIAS-BASE
	   END-IF
	   IF SW-INCIDEN = 1
	       MOVE EMPLEADO-ID-S TO INC-EMPLEADO-ID
	       MOVE PERIODO-S TO INC-PERIODO
	       READ INCIDEN
		   INVALID KEY
		       CONTINUE
		   NOT INVALID KEY
		       MOVE INC-DIAS TO W-DIAS-INC
		       COMPUTE W-DESCUENTO ROUNDED =
			   SUELDO-S * W-DIAS-INC / W-DIAS-BASE
	       END-READ
	   END-IF
	   IF W-DESCUENTO > SUELDO-S
	       MOVE SUELDO-S TO W-DESCUENTO
	   END-IF.

       330-APLICA-PENSION.
	   MOVE ZEROS TO W-PENSION
	   IF SW-PENSION = 1
	       MOVE EMPLEADO-ID-S TO PEN-REC-ID
	       READ PENSION
		   INVALID KEY
		       MOVE ZEROS TO W-PENSION
		   NOT INVALID KEY
		       IF PEN-REC-ULT-PERIODO = PERIODO-S
			   MOVE PEN-REC-ULT-DESC TO W-PENSION
		       ELSE
			   IF PEN-REC-TIPO = "P"
			       COMPUTE W-PENSION ROUNDED =
				   W-NETO * PEN-REC-VALOR / 100
			   ELSE
			       MOVE PEN-REC-VALOR TO W-PENSION
			   END-IF
			   IF W-PENSION > W-NETO
			       MOVE W-NETO TO W-PENSION
			   END-IF
		       END-IF
	       END-READ
	       IF W-PENSION > ZEROS
		   SUBTRACT W-PENSION FROM W-NETO
	       END-IF
	   END-IF.

       340-APLICA-INFONAVIT.
	   MOVE ZEROS TO W-INFONAVIT
	   IF SW-INFONAV = 1
	       MOVE EMPLEADO-ID-S TO INF-REC-ID
	       READ INFONAV
		   INVALID KEY
		       MOVE ZEROS TO W-INFONAVIT
		   NOT INVALID KEY
		       IF INF-REC-ULT-PERIODO = PERIODO-S
			   MOVE INF-REC-ULT-DESC TO W-INFONAVIT
		       ELSE
			   EVALUATE INF-REC-TIPO
			       WHEN "P"
				   COMPUTE W-INFONAVIT ROUNDED =
				       W-BRUTO * INF-REC-VALOR / 100
			       WHEN "F"
				   MOVE INF-REC-VALOR TO W-INFONAVIT
			       WHEN "V"
				   COMPUTE W-INFONAVIT ROUNDED =
				       INF-REC-VALOR * VSM-DIARIO
					   * W-DIAS-BASE
			       WHEN OTHER
				   MOVE ZEROS TO W-INFONAVIT
			   END-EVALUATE
			   IF W-INFONAVIT > W-NETO
			       MOVE W-NETO TO W-INFONAVIT
			   END-IF
		       END-IF
	       END-READ
	       IF W-INFONAVIT > ZEROS
		   SUBTRACT W-INFONAVIT FROM W-NETO
	       END-IF
	   END-IF.

       350-APLICA-PRESTAMO.
	   MOVE ZEROS TO W-ABONO
	   IF SW-PRESTAMOS = 1
	       MOVE EMPLEADO-ID-S TO PRE-REC-ID
	       READ PRESTAMO
		   INVALID KEY
		       MOVE ZEROS TO W-ABONO
		   NOT INVALID KEY
		       IF PRE-REC-ULT-PERIODO = PERIODO-S
			   MOVE PRE-REC-ULT-ABONO TO W-ABONO
		       ELSE
		       IF PRE-REC-SALDO > ZEROS
			   IF PRE-REC-ABONO < PRE-REC-SALDO
			       MOVE PRE-REC-ABONO TO W-ABONO
			   ELSE
			       MOVE PRE-REC-SALDO TO W-ABONO
			   END-IF
			   IF W-ABONO > W-NETO
			       MOVE W-NETO TO W-ABONO
			   END-IF
		       END-IF
		       END-IF
	       END-READ
	       IF W-ABONO > ZEROS
		   SUBTRACT W-ABONO FROM W-NETO
	       END-IF
	   END-IF.

       360-APLICA-FONACOT.
	   MOVE ZEROS TO W-FONACOT
	   IF SW-FONACOT = 1
	       MOVE ZEROS TO SW-FIN-FON
	       MOVE EMPLEADO-ID-S TO FON-EMPLEADO-ID
	       MOVE LOW-VALUES TO FON-CREDITO
	       START FONACOT KEY NOT < FON-LLAVE
		   INVALID KEY
		       MOVE 1 TO SW-FIN-FON
	       END-START
	       PERFORM UNTIL SW-FIN-FON = 1
		   READ FONACOT NEXT
		       AT END
			   MOVE 1 TO SW-FIN-FON
		       NOT AT END
			   IF FON-EMPLEADO-ID NOT = EMPLEADO-ID-S
			       MOVE 1 TO SW-FIN-FON
			   ELSE
			       IF FON-MES = PERIODO-S(1:6)
				   PERFORM 365-DESCUENTO-FONACOT
			       END-IF
			   END-IF
		   END-READ
	       END-PERFORM
	   END-IF.

       365-DESCUENTO-FONACOT.
	   IF FON-ULT-PERIODO = PERIODO-S
	       MOVE FON-ULT-DESC TO W-FON-CUOTA
	   ELSE
	       IF PERIODO-S(7:2) = "01"
		   COMPUTE W-FON-CUOTA ROUNDED = FON-CUOTA-MES / 2
	       ELSE
		   IF FON-RETENIDO-MES < FON-CUOTA-MES
		       COMPUTE W-FON-CUOTA =
			   FON-CUOTA-MES - FON-RETENIDO-MES
		   ELSE
		       MOVE ZEROS TO W-FON-CUOTA
		   END-IF
	       END-IF
	       IF W-FON-CUOTA > W-NETO
		   MOVE W-NETO TO W-FON-CUOTA
	       END-IF
	   END-IF
	   ADD W-FON-CUOTA TO W-FONACOT
	   SUBTRACT W-FON-CUOTA FROM W-NETO.

       370-APLICA-VIATICO.
	   MOVE ZEROS TO W-VIATICO
	   IF SW-VIATICO = 1
	       MOVE ZEROS TO SW-FIN-VIA
	       MOVE EMPLEADO-ID-S TO VIA-EMPLEADO-ID
	       MOVE ZEROS TO VIA-FOLIO
	       START VIATICO KEY NOT < VIA-LLAVE
		   INVALID KEY
		       MOVE 1 TO SW-FIN-VIA
	       END-START
	       PERFORM UNTIL SW-FIN-VIA = 1
		   READ VIATICO NEXT
		       AT END
			   MOVE 1 TO SW-FIN-VIA
		       NOT AT END
			   IF VIA-EMPLEADO-ID NOT = EMPLEADO-ID-S
			       MOVE 1 TO SW-FIN-VIA
			   ELSE
			       PERFORM 375-RECUPERA-VIATICO
			   END-IF
		   END-READ
	       END-PERFORM
	   END-IF.

       375-RECUPERA-VIATICO.
	   MOVE ZEROS TO W-VIA-DESC
	   IF VIA-ULT-PERIODO = PERIODO-S
	       MOVE VIA-ULT-DESC TO W-VIA-DESC
	   ELSE
	       IF VIA-ESTATUS = "A" AND VIA-FECHA > ZEROS
		   COMPUTE W-VIA-SALDO = VIA-IMPORTE
		       - VIA-COMP-HOSPEDAJE - VIA-COMP-ALIMENTOS
		       - VIA-COMP-TRANSPORTE - VIA-COMP-OTROS
		       - VIA-NO-DEDUCIBLE - VIA-DEVUELTO
		       - VIA-RECUPERADO
		   COMPUTE W-VIA-ANTIG =
		       FUNCTION INTEGER-OF-DATE(W-VIA-HOY)
		       - FUNCTION INTEGER-OF-DATE(VIA-FECHA)
		   IF W-VIA-SALDO > ZEROS AND W-VIA-ANTIG > W-VIA-DIAS
		       MOVE W-VIA-SALDO TO W-VIA-DESC
		       IF W-VIA-DESC > W-NETO
			   MOVE W-NETO TO W-VIA-DESC
		       END-IF
		   END-IF
	       END-IF
	   END-IF
	   ADD W-VIA-DESC TO W-VIATICO
	   SUBTRACT W-VIA-DESC FROM W-NETO.

       377-APLICA-GMM.
	   MOVE ZEROS TO W-GMM
	   CALL "GMMCUO" USING EMPLEADO-ID-S PERIODO-S W-GMM
	   IF W-GMM > W-NETO
	       MOVE W-NETO TO W-GMM
	   END-IF
	   SUBTRACT W-GMM FROM W-NETO.

       378-APLICA-SINDICAL.
	   MOVE ZEROS TO W-SINDICAL
	   CALL "SINCUO" USING EMPLEADO-ID-S PERIODO-S SUELDO-S
	       W-SINDICAL
	   IF W-SINDICAL > W-NETO
	       MOVE W-NETO TO W-SINDICAL
	   END-IF
	   SUBTRACT W-SINDICAL FROM W-NETO.

       380-APLICA-AHORRO.
	   MOVE ZEROS TO W-AHORRO
	   IF SW-AHORRO = 1
	       MOVE EMPLEADO-ID-S TO AHO-REC-ID
	       READ AHORRO
		   INVALID KEY
		       MOVE ZEROS TO W-AHORRO
		   NOT INVALID KEY
		       IF AHO-REC-ULT-PERIODO = PERIODO-S
			   MOVE AHO-REC-ULT-APORTA TO W-AHORRO
		       ELSE
		       IF PERIODO-S NOT < AHO-REC-PERIODO-INI
			   COMPUTE W-AHORRO ROUNDED =
			       W-BRUTO * AHO-REC-PCT / 100
			   IF W-AHORRO > W-NETO
			       MOVE W-NETO TO W-AHORRO
			   END-IF
		       END-IF
		       END-IF
	       END-READ
	       IF W-AHORRO > ZEROS
		   SUBTRACT W-AHORRO FROM W-NETO
	       END-IF
	   END-IF.

       390-APLICA-AJUSTE.
	   MOVE ZEROS TO W-AJUSTE
	   IF PERIODO-S(5:2) = "12"
		   AND (PERIODO-S(7:2) = "00"
		       OR PERIODO-S(7:2) = "02")
	       OPEN INPUT AJUSPAGO
	       IF AJUSPAGO-STATUS = "00"
		   PERFORM UNTIL AJUSPAGO-STATUS = "10"
		       READ AJUSPAGO
			   AT END
			       MOVE "10" TO AJUSPAGO-STATUS
			   NOT AT END
			       IF AJU-EMPLEADO-ID = EMPLEADO-ID-S
				       AND AJU-ANO = PERIODO-S(1:4)
				   IF AJU-TIPO = "F"
				       ADD AJU-IMPORTE TO W-AJUSTE
				   ELSE
				       SUBTRACT AJU-IMPORTE
					   FROM W-AJUSTE
				   END-IF
			       END-IF
		       END-READ
		   END-PERFORM
		   CLOSE AJUSPAGO
	       END-IF
	       IF W-AJUSTE < ZEROS
		   IF W-NETO + W-AJUSTE < ZEROS
		       COMPUTE W-AJUSTE = W-NETO * -1
		   END-IF
	       END-IF
	       ADD W-AJUSTE TO W-NETO
	   END-IF.

       395-APLICA-RETRO.
	   MOVE ZEROS TO W-RETRO
	   OPEN INPUT RETRODIF
	   IF RETRODIF-STATUS = "00"
	       PERFORM UNTIL RETRODIF-STATUS = "10"
		   READ RETRODIF
		       AT END
			   MOVE "10" TO RETRODIF-STATUS
		       NOT AT END
			   IF RTD-EMPLEADO-ID = EMPLEADO-ID-S
			       ADD RTD-DIF-NETO TO W-RETRO
			   END-IF
		   END-READ
	       END-PERFORM
	       CLOSE RETRODIF
	   END-IF
	   IF W-RETRO < ZEROS
	       IF W-NETO + W-RETRO < ZEROS
		   COMPUTE W-RETRO = W-NETO * -1
	       END-IF
	   END-IF
	   ADD W-RETRO TO W-NETO.

       400-MUESTRA.
	   DISPLAY NOMBRE-S AT 0710
	   DISPLAY DEPTO-S AT 0742
	   DISPLAY "PERIODO:" AT 0760
	   DISPLAY PERIODO-S AT 0769
	   IF W-PERIODO-ABIERTO > ZEROS
		   AND PERIODO-S NOT = W-PERIODO-ABIERTO
	       DISPLAY "ENTRADA NO CORRESPONDE AL PERIODO ABIERTO"
		   AT 0810
	   END-IF
	   MOVE 9 TO W-RENGLON
	   MOVE "SUELDO BASE" TO CONCEPTO-P
	   MOVE SUELDO-S TO IMPORTE-P
	   PERFORM 410-RENGLON
	   MOVE "PERCEPCIONES VARIABLES" TO CONCEPTO-P
	   COMPUTE IMPORTE-P = W-VARIABLE + W-VAR-EXENTA
	   PERFORM 410-RENGLON
	   MOVE W-DIAS-INC TO DIAS-P
	   MOVE LINEA-DIAS TO CONCEPTO-P
	   COMPUTE IMPORTE-P = W-DESCUENTO * -1
	   PERFORM 410-RENGLON
	   MOVE "SUELDO BRUTO" TO CONCEPTO-P
	   MOVE W-BRUTO TO IMPORTE-P
	   PERFORM 410-RENGLON
	   MOVE "ISR RETENIDO" TO CONCEPTO-P
	   COMPUTE IMPORTE-P = W-IMPUESTO * -1
	   PERFORM 410-RENGLON
	   MOVE "  SUBSIDIO AL EMPLEO APLICADO" TO CONCEPTO-P
	   MOVE W-SUBSIDIO TO IMPORTE-P
	   PERFORM 410-RENGLON
	   MOVE "CUOTA IMSS" TO CONCEPTO-P
	   COMPUTE IMPORTE-P = W-IMSS * -1
	   PERFORM 410-RENGLON
	   MOVE "PENSION ALIMENTICIA" TO CONCEPTO-P
	   COMPUTE IMPORTE-P = W-PENSION * -1
	   PERFORM 410-RENGLON
	   MOVE "CREDITO INFONAVIT" TO CONCEPTO-P
	   COMPUTE IMPORTE-P = W-INFONAVIT * -1
	   PERFORM 410-RENGLON
	   MOVE "ABONO PRESTAMO" TO CONCEPTO-P
	   COMPUTE IMPORTE-P = W-ABONO * -1
	   PERFORM 410-RENGLON
	   MOVE "CREDITO FONACOT" TO CONCEPTO-P
	   COMPUTE IMPORTE-P = W-FONACOT * -1
	   PERFORM 410-RENGLON
	   MOVE "RECUPERA. VIATICOS" TO CONCEPTO-P
	   COMPUTE IMPORTE-P = W-VIATICO * -1
	   PERFORM 410-RENGLON
	   MOVE "GASTOS MEDICOS MAYORES" TO CONCEPTO-P
	   COMPUTE IMPORTE-P = W-GMM * -1
	   PERFORM 410-RENGLON
	   MOVE "CUOTA SINDICAL" TO CONCEPTO-P
	   COMPUTE IMPORTE-P = W-SINDICAL * -1
	   PERFORM 410-RENGLON
	   MOVE "FONDO DE AHORRO" TO CONCEPTO-P
	   COMPUTE IMPORTE-P = W-AHORRO * -1
	   PERFORM 410-RENGLON
	   MOVE "AJUSTE ANUAL ISR" TO CONCEPTO-P
	   MOVE W-AJUSTE TO IMPORTE-P
	   PERFORM 410-RENGLON
	   MOVE "DIFERENCIA RETROACTIVA" TO CONCEPTO-P
	   MOVE W-RETRO TO IMPORTE-P
	   PERFORM 410-RENGLON
	   MOVE "NETO PROYECTADO A PAGAR" TO CONCEPTO-P
	   MOVE W-NETO TO IMPORTE-P
	   PERFORM 410-RENGLON
	   DISPLAY "PROYECCION - NO SE ACTUALIZA NINGUN ARCHIVO"
	       AT 2710.

       410-RENGLON.
	   COMPUTE W-REN-AT = W-RENGLON * 100 + 10
	   DISPLAY LINEA-PRV AT W-REN-AT
	   ADD 1 TO W-RENGLON.
