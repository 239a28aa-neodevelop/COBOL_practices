       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINCUO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT SINAFIL ASSIGN TO "SINAFIL"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS SNA-EMPLEADO-ID
	       FILE STATUS IS SINAFIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SINAFIL.
       COPY "SINAFIL.wks".
       WORKING-STORAGE SECTION.
       01 SINAFIL-STATUS PIC XX.
       01 SW-ABIERTOS PIC 9 VALUE ZEROS.
       01 SW-SINAFIL PIC 9 VALUE ZEROS.
       01 W-PERIODO PIC 9(8) VALUE ZEROS.
       01 W-PERIODO-R REDEFINES W-PERIODO.
	   03 PER-ANOMES PIC 9(6).
	   03 PER-QNA PIC 99.
       01 W-FECHA-INI PIC 9(8) VALUE ZEROS.
       01 W-FECHA-FIN PIC 9(8) VALUE ZEROS.
       01 W-MITAD PIC 9(5)V99 VALUE ZEROS.
       LINKAGE SECTION.
       01 LK-EMPLEADO-ID PIC X(8).
       01 LK-PERIODO PIC 9(8).
       01 LK-SUELDO PIC 9(5)V99.
       01 LK-CUOTA PIC 9(5)V99.
       PROCEDURE DIVISION USING LK-EMPLEADO-ID LK-PERIODO LK-SUELDO
	   LK-CUOTA.
       000-CALCULA.
	   MOVE ZEROS TO LK-CUOTA
	   IF SW-ABIERTOS = ZEROS
	       PERFORM 050-ABRE-ARCHIVOS
	   END-IF
	   IF SW-SINAFIL = 1
	       MOVE LK-PERIODO TO W-PERIODO
	       PERFORM 100-FECHAS-PERIODO
	       MOVE LK-EMPLEADO-ID TO SNA-EMPLEADO-ID
	       READ SINAFIL
		   INVALID KEY
		       CONTINUE
		   NOT INVALID KEY
		       IF SNA-FECHA-ALTA NOT > W-FECHA-FIN
			       AND (SNA-FECHA-BAJA = ZEROS
			       OR SNA-FECHA-BAJA NOT < W-FECHA-INI)
			   PERFORM 300-CUOTA
		       END-IF
	       END-READ
	   END-IF
	   GOBACK.

       050-ABRE-ARCHIVOS.
	   MOVE 1 TO SW-ABIERTOS
	   OPEN INPUT SINAFIL
	   IF SINAFIL-STATUS = "00"
	       MOVE 1 TO SW-SINAFIL
	   END-IF.

       100-FECHAS-PERIODO.
	   EVALUATE PER-QNA
	       WHEN 01
		   COMPUTE W-FECHA-INI = PER-ANOMES * 100 + 1
		   COMPUTE W-FECHA-FIN = PER-ANOMES * 100 + 15
	       WHEN 02
		   COMPUTE W-FECHA-INI = PER-ANOMES * 100 + 16
		   COMPUTE W-FECHA-FIN = PER-ANOMES * 100 + 31
	       WHEN OTHER
		   COMPUTE W-FECHA-INI = PER-ANOMES * 100 + 1
		   COMPUTE W-FECHA-FIN = PER-ANOMES * 100 + 31
	   END-EVALUATE.

       300-CUOTA.
	   IF SNA-TIPO-CUOTA = "P"
	       COMPUTE LK-CUOTA ROUNDED = LK-SUELDO * SNA-PCT / 100
	   ELSE
	       COMPUTE W-MITAD ROUNDED = SNA-MONTO / 2
	       EVALUATE PER-QNA
		   WHEN 01
		       MOVE W-MITAD TO LK-CUOTA
		   WHEN 02
		       COMPUTE LK-CUOTA = SNA-MONTO - W-MITAD
		   WHEN OTHER
		       MOVE SNA-MONTO TO LK-CUOTA
	       END-EVALUATE
	   END-IF.
