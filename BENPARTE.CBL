       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENPARTE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT BENEF ASSIGN TO "BENEF"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS BEN-LLAVE
	       FILE STATUS IS BENEF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BENEF.
       COPY "BENEF.wks".
       WORKING-STORAGE SECTION.
       01 BENEF-STATUS PIC XX.
       01 SW-FIN-BEN PIC 9 VALUE ZEROS.
       01 I-BEN PIC 99 VALUE ZEROS.
       01 W-ASIGNADO PIC 9(7)V99 VALUE ZEROS.
       LINKAGE SECTION.
       01 LK-EMPLEADO-ID PIC X(8).
       01 LK-IMPORTE PIC 9(7)V99.
       COPY "BENREP.wks".
       PROCEDURE DIVISION USING LK-EMPLEADO-ID LK-IMPORTE BEN-REPARTO.
       000-REPARTE.
	   MOVE "1" TO BRP-ESTADO
	   MOVE ZEROS TO BRP-NUM
	   MOVE ZEROS TO BRP-TOTAL-PCT
	   OPEN INPUT BENEF
	   IF BENEF-STATUS NOT = "00"
	       GOBACK
	   END-IF
	   MOVE ZEROS TO SW-FIN-BEN
	   MOVE LK-EMPLEADO-ID TO BEN-EMPLEADO-ID
	   MOVE ZEROS TO BEN-SECUENCIA
	   START BENEF KEY NOT < BEN-LLAVE
	       INVALID KEY
		   MOVE 1 TO SW-FIN-BEN
	   END-START
	   PERFORM UNTIL SW-FIN-BEN = 1
	       READ BENEF NEXT
		   AT END
		       MOVE 1 TO SW-FIN-BEN
		   NOT AT END
		       IF BEN-EMPLEADO-ID NOT = LK-EMPLEADO-ID
			   MOVE 1 TO SW-FIN-BEN
		       ELSE
			   PERFORM 100-AGREGA
		       END-IF
	       END-READ
	   END-PERFORM
	   CLOSE BENEF
	   IF BRP-NUM > ZEROS
	       IF BRP-TOTAL-PCT = 100
		   MOVE "0" TO BRP-ESTADO
		   PERFORM 200-CALCULA
	       ELSE
		   MOVE "2" TO BRP-ESTADO
	       END-IF
	   END-IF
	   GOBACK.

       100-AGREGA.
	   IF BEN-PORCENTAJE > ZEROS AND BRP-NUM < 10
	       ADD 1 TO BRP-NUM
	       MOVE BEN-NOMBRE TO BRP-NOMBRE(BRP-NUM)
	       MOVE BEN-CURP TO BRP-CURP(BRP-NUM)
	       MOVE BEN-PARENTESCO TO BRP-PARENTESCO(BRP-NUM)
	       MOVE BEN-PORCENTAJE TO BRP-PORCENTAJE(BRP-NUM)
	       MOVE ZEROS TO BRP-IMPORTE(BRP-NUM)
	       ADD BEN-PORCENTAJE TO BRP-TOTAL-PCT
	   END-IF.

       200-CALCULA.
	   MOVE ZEROS TO W-ASIGNADO
	   PERFORM VARYING I-BEN FROM 1 BY 1 UNTIL I-BEN > BRP-NUM
	       IF I-BEN = BRP-NUM
		   COMPUTE BRP-IMPORTE(I-BEN) = LK-IMPORTE - W-ASIGNADO
	       ELSE
		   COMPUTE BRP-IMPORTE(I-BEN) ROUNDED =
		       LK-IMPORTE * BRP-PORCENTAJE(I-BEN) / 100
		   ADD BRP-IMPORTE(I-BEN) TO W-ASIGNADO
	       END-IF
	   END-PERFORM.
