       IDENTIFICATION DIVISION.
       PROGRAM-ID. GMMCUO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT GMMINSC ASSIGN TO "GMMINSC"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS GMI-LLAVE
	       FILE STATUS IS GMMINSC-STATUS.
	   SELECT GMMPLAN ASSIGN TO "GMMPLAN"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS GPL-PLAN
	       FILE STATUS IS GMMPLAN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD GMMINSC.
       COPY "GMMINSC.wks".
       FD GMMPLAN.
       COPY "GMMPLAN.wks".
       WORKING-STORAGE SECTION.
       01 GMMINSC-STATUS PIC XX.
       01 GMMPLAN-STATUS PIC XX.
       01 SW-ABIERTOS PIC 9 VALUE ZEROS.
       01 SW-GMMINSC PIC 9 VALUE ZEROS.
       01 SW-GMMPLAN PIC 9 VALUE ZEROS.
       01 SW-FIN-GMI PIC 9 VALUE ZEROS.
       01 W-PERIODO PIC 9(8) VALUE ZEROS.
       01 W-PERIODO-R REDEFINES W-PERIODO.
	   03 PER-ANOMES PIC 9(6).
	   03 PER-QNA PIC 99.
       01 W-FECHA-INI PIC 9(8) VALUE ZEROS.
       01 W-FECHA-FIN PIC 9(8) VALUE ZEROS.
       01 W-PLAN PIC X(4) VALUE SPACES.
       01 W-DEPENDIENTES PIC 9 VALUE ZEROS.
       01 W-MENSUAL PIC 9(5)V99 VALUE ZEROS.
       01 W-MITAD PIC 9(5)V99 VALUE ZEROS.
       01 I-DEP PIC 9 VALUE ZEROS.
       LINKAGE SECTION.
       01 LK-EMPLEADO-ID PIC X(8).
       01 LK-PERIODO PIC 9(8).
       01 LK-CUOTA PIC 9(5)V99.
       PROCEDURE DIVISION USING LK-EMPLEADO-ID LK-PERIODO LK-CUOTA.
       000-CALCULA.
	   MOVE ZEROS TO LK-CUOTA
	   IF SW-ABIERTOS = ZEROS
	       PERFORM 050-ABRE-ARCHIVOS
	   END-IF
	   IF SW-GMMINSC = 1 AND SW-GMMPLAN = 1
	       MOVE LK-PERIODO TO W-PERIODO
	       PERFORM 100-FECHAS-PERIODO
	       PERFORM 200-BUSCA-INSCRIPCION
	       IF W-PLAN NOT = SPACES
		   PERFORM 300-CUOTA
	       END-IF
	   END-IF
	   GOBACK.

       050-ABRE-ARCHIVOS.
	   MOVE 1 TO SW-ABIERTOS
	   OPEN INPUT GMMINSC
	   IF GMMINSC-STATUS = "00"
	       MOVE 1 TO SW-GMMINSC
	   END-IF
	   OPEN INPUT GMMPLAN
	   IF GMMPLAN-STATUS = "00"
	       MOVE 1 TO SW-GMMPLAN
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

       200-BUSCA-INSCRIPCION.
	   MOVE SPACES TO W-PLAN
	   MOVE ZEROS TO W-DEPENDIENTES
	   MOVE ZEROS TO SW-FIN-GMI
	   MOVE LK-EMPLEADO-ID TO GMI-EMPLEADO-ID
	   MOVE ZEROS TO GMI-FECHA-INI
	   START GMMINSC KEY IS NOT LESS THAN GMI-LLAVE
	       INVALID KEY
		   MOVE 1 TO SW-FIN-GMI
	   END-START
	   PERFORM UNTIL SW-FIN-GMI = 1
	       READ GMMINSC NEXT
		   AT END
		       MOVE 1 TO SW-FIN-GMI
		   NOT AT END
		       IF GMI-EMPLEADO-ID NOT = LK-EMPLEADO-ID
			       OR GMI-FECHA-INI > W-FECHA-FIN
			   MOVE 1 TO SW-FIN-GMI
		       ELSE
			   IF GMI-FECHA-FIN = ZEROS
				   OR GMI-FECHA-FIN NOT < W-FECHA-INI
			       PERFORM 210-GUARDA-INSCRIPCION
			   END-IF
		       END-IF
	       END-READ
	   END-PERFORM.

       210-GUARDA-INSCRIPCION.
	   MOVE GMI-PLAN TO W-PLAN
	   MOVE ZEROS TO W-DEPENDIENTES
	   PERFORM VARYING I-DEP FROM 1 BY 1 UNTIL I-DEP > 6
	       IF GMI-DEP-SEC(I-DEP) > ZEROS
		   ADD 1 TO W-DEPENDIENTES
	       END-IF
	   END-PERFORM.

       300-CUOTA.
	   MOVE W-PLAN TO GPL-PLAN
	   READ GMMPLAN
	       INVALID KEY
		   MOVE ZEROS TO GPL-APORTA-TIT GPL-APORTA-DEP
	   END-READ
	   COMPUTE W-MENSUAL = GPL-APORTA-TIT
	       + GPL-APORTA-DEP * W-DEPENDIENTES
	   COMPUTE W-MITAD ROUNDED = W-MENSUAL / 2
	   EVALUATE PER-QNA
	       WHEN 01
		   MOVE W-MITAD TO LK-CUOTA
	       WHEN 02
		   COMPUTE LK-CUOTA = W-MENSUAL - W-MITAD
	       WHEN OTHER
		   MOVE W-MENSUAL TO LK-CUOTA
	   END-EVALUATE.
