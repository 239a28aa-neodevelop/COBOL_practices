       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENSIN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT EMPMAST ASSIGN TO "EMPMAST"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS SEQUENTIAL
	       RECORD KEY IS EMP-REC-ID
	       FILE STATUS IS EMPMAST-STATUS.
	   SELECT BENEF ASSIGN TO "BENEF"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS BEN-LLAVE
	       FILE STATUS IS BENEF-STATUS.
	   SELECT BENSINR ASSIGN TO "BENSINR".
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EMPMAST.
       COPY "EMPMAST.wks".
       FD BENEF.
       COPY "BENEF.wks".
       FD BENSINR.
       01 LINEA PIC X(80).
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 EMPMAST-STATUS PIC XX.
       01 BENEF-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 SW PIC 9 VALUE ZEROS.
       01 SW-BENEF PIC 9 VALUE ZEROS.
       01 SW-FIN-BEN PIC 9 VALUE ZEROS.
       01 W-NUM-BEN PIC 99 VALUE ZEROS.
       01 W-TOTAL-PCT PIC 9(4)V99 VALUE ZEROS.
       01 W-CIA PIC X(3) VALUE SPACES.
       01 W-CIA-NOMBRE PIC X(30) VALUE SPACES.
       01 FECHA-AMD PIC 9(6) VALUE ZEROS.
       01 REG-LEIDOS PIC 9(07) VALUE ZEROS.
       01 ACTIVOS PIC 9(05) VALUE ZEROS.
       01 SIN-BENEF PIC 9(05) VALUE ZEROS.
       01 PCT-INCOMPLETO PIC 9(05) VALUE ZEROS.
       01 LINEA-R3 PIC X(80) VALUE ALL "==".
       01 ENCABEZADO-BEN.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(40) VALUE
	      "EMPLEADOS ACTIVOS SIN BENEFICIARIOS   AL".
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 FECHA-ENC PIC 9(06).
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 CIA-ENC PIC X(03).
       01 ENCABEZADO-BEN2.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 FILLER PIC X(09) VALUE "EMPL-ID".
	   03 FILLER PIC X(31) VALUE "NOMBRE".
	   03 FILLER PIC X(16) VALUE "DEPARTAMENTO".
	   03 FILLER PIC X(20) VALUE "OBSERVACION".
       01 LINEA-BEN.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 EMPLEADO-ID-B PIC X(08).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 NOMBRE-B PIC X(30).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 DEPTO-B PIC X(15).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 OBSERVA-B PIC X(14).
	   03 PCT-B PIC ZZZ9.99 BLANK WHEN ZERO.
       01 LINEA-CTL-BEN.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 CTL-TEXTO PIC X(40).
	   03 CTL-CUENTA PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       000-INICIO.
	   MOVE ZEROS TO RETURN-CODE
	   CALL "SETCIA" USING W-CIA W-CIA-NOMBRE
	   OPEN INPUT EMPMAST
	   IF EMPMAST-STATUS NOT = "00"
	       DISPLAY "BENSIN: NO SE PUDO ABRIR EMPMAST "
		   EMPMAST-STATUS
	       MOVE 16 TO RETURN-CODE
	       GOBACK
	   END-IF
	   MOVE ZEROS TO SW-BENEF
	   OPEN INPUT BENEF
	   IF BENEF-STATUS = "00"
	       MOVE 1 TO SW-BENEF
	   END-IF
	   OPEN OUTPUT BENSINR
	   ACCEPT FECHA-AMD FROM DATE
	   MOVE FECHA-AMD TO FECHA-ENC
	   MOVE W-CIA TO CIA-ENC
	   WRITE LINEA FROM ENCABEZADO-BEN
	   WRITE LINEA FROM LINEA-R3
	   WRITE LINEA FROM ENCABEZADO-BEN2
	   WRITE LINEA FROM LINEA-R3
	   PERFORM 100-LECTURA
	   PERFORM 200-PROCESO UNTIL SW = 1
	   PERFORM 500-FINAL
	   GOBACK.

       100-LECTURA.
	   READ EMPMAST NEXT
	       AT END
		   MOVE 1 TO SW
	       NOT AT END
		   ADD 1 TO REG-LEIDOS
	   END-READ.

       200-PROCESO.
	   IF EMP-REC-ESTATUS NOT = "I"
	       ADD 1 TO ACTIVOS
	       PERFORM 250-CUENTA-BENEF
	       IF W-NUM-BEN = ZEROS
		   ADD 1 TO SIN-BENEF
		   MOVE "SIN REGISTRO" TO OBSERVA-B
		   MOVE ZEROS TO PCT-B
		   PERFORM 300-DETALLE
	       ELSE
		   IF W-TOTAL-PCT NOT = 100
		       ADD 1 TO PCT-INCOMPLETO
		       MOVE "PCT SUMA" TO OBSERVA-B
		       MOVE W-TOTAL-PCT TO PCT-B
		       PERFORM 300-DETALLE
		   END-IF
	       END-IF
	   END-IF
	   PERFORM 100-LECTURA.

       250-CUENTA-BENEF.
	   MOVE ZEROS TO W-NUM-BEN
	   MOVE ZEROS TO W-TOTAL-PCT
	   IF SW-BENEF = 1
	       MOVE ZEROS TO SW-FIN-BEN
	       MOVE EMP-REC-ID TO BEN-EMPLEADO-ID
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
			   IF BEN-EMPLEADO-ID NOT = EMP-REC-ID
			       MOVE 1 TO SW-FIN-BEN
			   ELSE
			       ADD 1 TO W-NUM-BEN
			       ADD BEN-PORCENTAJE TO W-TOTAL-PCT
			   END-IF
		   END-READ
	       END-PERFORM
	   END-IF.

       300-DETALLE.
	   MOVE EMP-REC-ID TO EMPLEADO-ID-B
	   MOVE EMP-REC-NOMBRE TO NOMBRE-B
	   MOVE EMP-REC-DEPTO TO DEPTO-B
	   WRITE LINEA FROM LINEA-BEN.

       500-FINAL.
	   WRITE LINEA FROM LINEA-R3
	   MOVE "EMPLEADOS ACTIVOS:" TO CTL-TEXTO
	   MOVE ACTIVOS TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-BEN
	   MOVE "SIN BENEFICIARIOS:" TO CTL-TEXTO
	   MOVE SIN-BENEF TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-BEN
	   MOVE "PORCENTAJES QUE NO SUMAN 100:" TO CTL-TEXTO
	   MOVE PCT-INCOMPLETO TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-BEN
	   PERFORM 600-ESCRIBE-RUNLOG
	   CLOSE EMPMAST
	   IF SW-BENEF = 1
	       CLOSE BENEF
	   END-IF
	   CLOSE BENSINR.

       600-ESCRIBE-RUNLOG.
	   MOVE "BENSIN" TO RUNLOG-PROGRAMA
	   ACCEPT RUNLOG-FECHA FROM DATE
	   ACCEPT RUNLOG-HORA FROM TIME
	   MOVE RETURN-CODE TO W-RC-GUARDA
	   CALL "SESUSR" USING RUNLOG-USUARIO
	   MOVE W-RC-GUARDA TO RETURN-CODE
	   MOVE REG-LEIDOS TO RUNLOG-LEIDOS
	   COMPUTE RUNLOG-ESCRITOS = SIN-BENEF + PCT-INCOMPLETO
	   OPEN EXTEND RUNLOG
	   IF RUNLOG-STATUS = "35"
	       OPEN OUTPUT RUNLOG
	   END-IF
	   WRITE REG-RUNLOG
	   CLOSE RUNLOG.
