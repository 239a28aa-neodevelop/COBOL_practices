       IDENTIFICATION DIVISION.
       PROGRAM-ID. JEFDEP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT EMPMAST ASSIGN TO "EMPMAST"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS EMP-REC-ID
	       FILE STATUS IS EMPMAST-STATUS.
	   SELECT EMPJEF ASSIGN TO "EMPJEF"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS JEF-EMPLEADO-ID
	       FILE STATUS IS EMPJEF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EMPMAST.
       COPY "EMPMAST.wks".
       FD EMPJEF.
       COPY "EMPJEF.wks".
       WORKING-STORAGE SECTION.
       01 EMPMAST-STATUS PIC XX.
       01 EMPJEF-STATUS PIC XX.
       01 SW-CARGADO PIC 9 VALUE ZEROS.
       01 SW-FIN PIC 9 VALUE ZEROS.
       01 NUM-EMP PIC 9(04) VALUE ZEROS.
       01 I-EMP PIC 9(04) VALUE ZEROS.
       01 J-EMP PIC 9(04) VALUE ZEROS.
       01 IDX-MAYOR PIC 9(04) VALUE ZEROS.
       01 W-NIVELES PIC 99 VALUE ZEROS.
       01 TABLA-EMP.
	   03 TJE-ENTRADA OCCURS 1000 TIMES.
	       05 TJE-ID PIC X(08).
	       05 TJE-NOMBRE PIC X(30).
	       05 TJE-DEPTO PIC X(15).
	       05 TJE-SUPERVISOR PIC X(08).
	       05 TJE-IDX-JEFE PIC 9(04).
	       05 TJE-CUENTA PIC 9(04).
       LINKAGE SECTION.
       01 LK-DEPTO PIC X(15).
       01 LK-JEFE-ID PIC X(8).
       01 LK-JEFE-NOMBRE PIC X(30).
       01 LK-ENCONTRADO PIC 9.
       PROCEDURE DIVISION USING LK-DEPTO LK-JEFE-ID LK-JEFE-NOMBRE
	   LK-ENCONTRADO.
       000-CONSULTA.
	   MOVE ZEROS TO LK-ENCONTRADO
	   MOVE SPACES TO LK-JEFE-ID LK-JEFE-NOMBRE
	   IF SW-CARGADO = ZEROS
	       PERFORM 100-CARGA-EMPLEADOS
	       PERFORM 150-RESUELVE-JEFES
	       MOVE 1 TO SW-CARGADO
	   END-IF
	   PERFORM 200-CUENTA-DEPTO
	   MOVE ZEROS TO IDX-MAYOR
	   PERFORM VARYING I-EMP FROM 1 BY 1 UNTIL I-EMP > NUM-EMP
	       IF TJE-DEPTO(I-EMP) = LK-DEPTO
		       AND TJE-CUENTA(I-EMP) > 1
		   IF IDX-MAYOR = ZEROS
		       MOVE I-EMP TO IDX-MAYOR
		   ELSE
		       IF TJE-CUENTA(I-EMP) > TJE-CUENTA(IDX-MAYOR)
			   MOVE I-EMP TO IDX-MAYOR
		       END-IF
		   END-IF
	       END-IF
	   END-PERFORM
	   IF IDX-MAYOR > ZEROS
	       MOVE TJE-ID(IDX-MAYOR) TO LK-JEFE-ID
	       MOVE TJE-NOMBRE(IDX-MAYOR) TO LK-JEFE-NOMBRE
	       MOVE 1 TO LK-ENCONTRADO
	   END-IF
	   GOBACK.

       100-CARGA-EMPLEADOS.
	   MOVE ZEROS TO NUM-EMP
	   OPEN INPUT EMPMAST
	   IF EMPMAST-STATUS = "00"
	       MOVE ZEROS TO SW-FIN
	       PERFORM UNTIL SW-FIN = 1 OR NUM-EMP = 1000
		   READ EMPMAST NEXT
		       AT END
			   MOVE 1 TO SW-FIN
		       NOT AT END
			   IF EMP-REC-ESTATUS NOT = "I"
			       ADD 1 TO NUM-EMP
			       MOVE EMP-REC-ID TO TJE-ID(NUM-EMP)
			       MOVE EMP-REC-NOMBRE
				   TO TJE-NOMBRE(NUM-EMP)
			       MOVE EMP-REC-DEPTO TO TJE-DEPTO(NUM-EMP)
			       MOVE SPACES TO TJE-SUPERVISOR(NUM-EMP)
			       MOVE ZEROS TO TJE-IDX-JEFE(NUM-EMP)
			       MOVE ZEROS TO TJE-CUENTA(NUM-EMP)
			   END-IF
		   END-READ
	       END-PERFORM
	       CLOSE EMPMAST
	   END-IF
	   OPEN INPUT EMPJEF
	   IF EMPJEF-STATUS = "00"
	       PERFORM VARYING I-EMP FROM 1 BY 1 UNTIL I-EMP > NUM-EMP
		   MOVE TJE-ID(I-EMP) TO JEF-EMPLEADO-ID
		   READ EMPJEF
		       INVALID KEY
			   CONTINUE
		       NOT INVALID KEY
			   MOVE JEF-SUPERVISOR TO TJE-SUPERVISOR(I-EMP)
		   END-READ
	       END-PERFORM
	       CLOSE EMPJEF
	   END-IF.

       150-RESUELVE-JEFES.
	   PERFORM VARYING I-EMP FROM 1 BY 1 UNTIL I-EMP > NUM-EMP
	       IF TJE-SUPERVISOR(I-EMP) NOT = SPACES
		   PERFORM VARYING J-EMP FROM 1 BY 1
			   UNTIL J-EMP > NUM-EMP
			   OR TJE-IDX-JEFE(I-EMP) > ZEROS
		       IF TJE-ID(J-EMP) = TJE-SUPERVISOR(I-EMP)
			   MOVE J-EMP TO TJE-IDX-JEFE(I-EMP)
		       END-IF
		   END-PERFORM
	       END-IF
	   END-PERFORM.

       200-CUENTA-DEPTO.
	   PERFORM VARYING I-EMP FROM 1 BY 1 UNTIL I-EMP > NUM-EMP
	       MOVE ZEROS TO TJE-CUENTA(I-EMP)
	   END-PERFORM
	   PERFORM VARYING I-EMP FROM 1 BY 1 UNTIL I-EMP > NUM-EMP
	       IF TJE-DEPTO(I-EMP) = LK-DEPTO
		   MOVE I-EMP TO J-EMP
		   MOVE ZEROS TO W-NIVELES
		   PERFORM UNTIL TJE-IDX-JEFE(J-EMP) = ZEROS
			   OR W-NIVELES = 50
			   OR TJE-DEPTO(TJE-IDX-JEFE(J-EMP))
			       NOT = LK-DEPTO
		       MOVE TJE-IDX-JEFE(J-EMP) TO J-EMP
		       ADD 1 TO W-NIVELES
		   END-PERFORM
		   ADD 1 TO TJE-CUENTA(J-EMP)
	       END-IF
	   END-PERFORM.
