       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPFALT.
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
	   SELECT CAPACIT ASSIGN TO "CAPACIT"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS CAP-LLAVE
	       FILE STATUS IS CAPACIT-STATUS.
	   SELECT CURSOS ASSIGN TO "CURSOS"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS SEQUENTIAL
	       RECORD KEY IS CUR-CODIGO
	       FILE STATUS IS CURSOS-STATUS.
	   SELECT CAPFALR ASSIGN TO "CAPFALR".
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EMPMAST.
       COPY "EMPMAST.wks".
       FD CAPACIT.
       COPY "CAPACIT.wks".
       FD CURSOS.
       COPY "CURSOS.wks".
       FD CAPFALR.
       01 LINEA PIC X(100).
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 EMPMAST-STATUS PIC XX.
       01 CAPACIT-STATUS PIC XX.
       01 CURSOS-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 SW PIC 9 VALUE ZEROS.
       01 SW-CAPACIT PIC 9 VALUE ZEROS.
       01 SW-FIN-CAP PIC 9 VALUE ZEROS.
       01 SW-REQUERIDO PIC 9 VALUE ZEROS.
       01 W-ESTADO PIC X VALUE SPACES.
       01 NUM-CURSOS PIC 9(3) VALUE ZEROS.
       01 I-CUR PIC 9(3) VALUE ZEROS.
       01 I-PUE PIC 9 VALUE ZEROS.
       01 TABLA-CURSOS.
	   03 TCU-ENTRADA OCCURS 200 TIMES.
	       05 TCU-CODIGO PIC X(6).
	       05 TCU-NOMBRE PIC X(40).
	       05 TCU-PUESTO PIC X(6) OCCURS 5 TIMES.
       01 FECHA-AMD PIC 9(6) VALUE ZEROS.
       01 REG-LEIDOS PIC 9(07) VALUE ZEROS.
       01 FALTANTES PIC 9(05) VALUE ZEROS.
       01 EMP-CON-FALTA PIC 9(05) VALUE ZEROS.
       01 SW-EMP-FALTA PIC 9 VALUE ZEROS.
       01 LINEA-R3 PIC X(100) VALUE ALL "==".
       01 ENCABEZADO-FAL.
	   03 FILLER PIC X(10) VALUE SPACES.
	   03 FILLER PIC X(50) VALUE
	      "CAPACITACION OBLIGATORIA PENDIENTE POR PUESTO  AL ".
	   03 FECHA-ENC PIC 9(06).
       01 ENCABEZADO-FAL2.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 FILLER PIC X(09) VALUE "EMPL-ID".
	   03 FILLER PIC X(31) VALUE "NOMBRE".
	   03 FILLER PIC X(16) VALUE "DEPARTAMENTO".
	   03 FILLER PIC X(07) VALUE "PUESTO".
	   03 FILLER PIC X(07) VALUE "CURSO".
	   03 FILLER PIC X(20) VALUE "ESTADO".
       01 LINEA-FAL.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 EMPLEADO-ID-F PIC X(08).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 NOMBRE-F PIC X(30).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 DEPTO-F PIC X(15).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 PUESTO-F PIC X(06).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 CURSO-F PIC X(06).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 ESTADO-F PIC X(12).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 NOMBRE-CURSO-F PIC X(15).
       01 LINEA-CTL-FAL.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 CTL-TEXTO PIC X(40).
	   03 CTL-CUENTA PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       000-INICIO.
	   MOVE ZEROS TO RETURN-CODE
	   PERFORM 050-CARGA-CURSOS
	   OPEN INPUT EMPMAST
	   IF EMPMAST-STATUS NOT = "00"
	       DISPLAY "CAPFALT: NO SE PUDO ABRIR EMPMAST "
		   EMPMAST-STATUS
	       MOVE 16 TO RETURN-CODE
	       GOBACK
	   END-IF
	   MOVE ZEROS TO SW-CAPACIT
	   OPEN INPUT CAPACIT
	   IF CAPACIT-STATUS = "00"
	       MOVE 1 TO SW-CAPACIT
	   END-IF
	   OPEN OUTPUT CAPFALR
	   ACCEPT FECHA-AMD FROM DATE
	   MOVE FECHA-AMD TO FECHA-ENC
	   WRITE LINEA FROM ENCABEZADO-FAL
	   WRITE LINEA FROM LINEA-R3
	   WRITE LINEA FROM ENCABEZADO-FAL2
	   WRITE LINEA FROM LINEA-R3
	   PERFORM 100-LECTURA
	   PERFORM 200-PROCESO UNTIL SW = 1
	   PERFORM 500-FINAL
	   GOBACK.

       050-CARGA-CURSOS.
	   MOVE ZEROS TO NUM-CURSOS
	   OPEN INPUT CURSOS
	   IF CURSOS-STATUS = "00"
	       PERFORM UNTIL CURSOS-STATUS = "10"
		       OR NUM-CURSOS = 200
		   READ CURSOS NEXT
		       AT END
			   MOVE "10" TO CURSOS-STATUS
		       NOT AT END
			   PERFORM 060-AGREGA-CURSO
		   END-READ
	       END-PERFORM
	       CLOSE CURSOS
	   END-IF.

       060-AGREGA-CURSO.
	   MOVE ZEROS TO SW-REQUERIDO
	   PERFORM VARYING I-PUE FROM 1 BY 1 UNTIL I-PUE > 5
	       IF CUR-PUESTO-REQ(I-PUE) NOT = SPACES
		   MOVE 1 TO SW-REQUERIDO
	       END-IF
	   END-PERFORM
	   IF SW-REQUERIDO = 1
	       ADD 1 TO NUM-CURSOS
	       MOVE CUR-CODIGO TO TCU-CODIGO(NUM-CURSOS)
	       MOVE CUR-NOMBRE TO TCU-NOMBRE(NUM-CURSOS)
	       PERFORM VARYING I-PUE FROM 1 BY 1 UNTIL I-PUE > 5
		   MOVE CUR-PUESTO-REQ(I-PUE)
		       TO TCU-PUESTO(NUM-CURSOS I-PUE)
	       END-PERFORM
	   END-IF.

       100-LECTURA.
	   READ EMPMAST NEXT
	       AT END
		   MOVE 1 TO SW
	       NOT AT END
		   ADD 1 TO REG-LEIDOS
	   END-READ.

       200-PROCESO.
	   IF EMP-REC-ESTATUS NOT = "I" AND EMP-REC-PUESTO NOT = SPACES
	       MOVE ZEROS TO SW-EMP-FALTA
	       PERFORM VARYING I-CUR FROM 1 BY 1
		       UNTIL I-CUR > NUM-CURSOS
		   MOVE ZEROS TO SW-REQUERIDO
		   PERFORM VARYING I-PUE FROM 1 BY 1 UNTIL I-PUE > 5
		       IF TCU-PUESTO(I-CUR I-PUE) = EMP-REC-PUESTO
			   MOVE 1 TO SW-REQUERIDO
		       END-IF
		   END-PERFORM
		   IF SW-REQUERIDO = 1
		       PERFORM 250-BUSCA-CAPACITACION
		       IF W-ESTADO NOT = "A"
			   PERFORM 300-DETALLE
		       END-IF
		   END-IF
	       END-PERFORM
	       IF SW-EMP-FALTA = 1
		   ADD 1 TO EMP-CON-FALTA
	       END-IF
	   END-IF
	   PERFORM 100-LECTURA.

       250-BUSCA-CAPACITACION.
	   MOVE SPACES TO W-ESTADO
	   IF SW-CAPACIT = 1
	       MOVE ZEROS TO SW-FIN-CAP
	       MOVE EMP-REC-ID TO CAP-EMPLEADO-ID
	       MOVE TCU-CODIGO(I-CUR) TO CAP-CURSO
	       MOVE ZEROS TO CAP-FECHA-INI
	       START CAPACIT KEY NOT < CAP-LLAVE
		   INVALID KEY
		       MOVE 1 TO SW-FIN-CAP
	       END-START
	       PERFORM UNTIL SW-FIN-CAP = 1
		   READ CAPACIT NEXT
		       AT END
			   MOVE 1 TO SW-FIN-CAP
		       NOT AT END
			   IF CAP-EMPLEADO-ID NOT = EMP-REC-ID
				   OR CAP-CURSO NOT = TCU-CODIGO(I-CUR)
			       MOVE 1 TO SW-FIN-CAP
			   ELSE
			       IF CAP-RESULTADO = "A"
				   MOVE "A" TO W-ESTADO
			       ELSE
				   IF W-ESTADO NOT = "A"
				       MOVE CAP-RESULTADO TO W-ESTADO
				   END-IF
			       END-IF
			   END-IF
		   END-READ
	       END-PERFORM
	   END-IF.

       300-DETALLE.
	   MOVE 1 TO SW-EMP-FALTA
	   ADD 1 TO FALTANTES
	   MOVE EMP-REC-ID TO EMPLEADO-ID-F
	   MOVE EMP-REC-NOMBRE TO NOMBRE-F
	   MOVE EMP-REC-DEPTO TO DEPTO-F
	   MOVE EMP-REC-PUESTO TO PUESTO-F
	   MOVE TCU-CODIGO(I-CUR) TO CURSO-F
	   MOVE TCU-NOMBRE(I-CUR) TO NOMBRE-CURSO-F
	   EVALUATE W-ESTADO
	       WHEN "C"
		   MOVE "EN CURSO" TO ESTADO-F
	       WHEN "R"
		   MOVE "REPROBADO" TO ESTADO-F
	       WHEN OTHER
		   MOVE "NO CURSADO" TO ESTADO-F
	   END-EVALUATE
	   WRITE LINEA FROM LINEA-FAL.

       500-FINAL.
	   WRITE LINEA FROM LINEA-R3
	   MOVE "CURSOS CON PUESTOS OBLIGADOS:" TO CTL-TEXTO
	   MOVE NUM-CURSOS TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-FAL
	   MOVE "EMPLEADOS CON CAPACITACION PENDIENTE:" TO CTL-TEXTO
	   MOVE EMP-CON-FALTA TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-FAL
	   MOVE "CURSOS PENDIENTES:" TO CTL-TEXTO
	   MOVE FALTANTES TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-FAL
	   PERFORM 600-ESCRIBE-RUNLOG
	   CLOSE EMPMAST
	   IF SW-CAPACIT = 1
	       CLOSE CAPACIT
	   END-IF
	   CLOSE CAPFALR.

       600-ESCRIBE-RUNLOG.
	   MOVE "CAPFALT" TO RUNLOG-PROGRAMA
	   ACCEPT RUNLOG-FECHA FROM DATE
	   ACCEPT RUNLOG-HORA FROM TIME
	   MOVE RETURN-CODE TO W-RC-GUARDA
	   CALL "SESUSR" USING RUNLOG-USUARIO
	   MOVE W-RC-GUARDA TO RETURN-CODE
	   MOVE REG-LEIDOS TO RUNLOG-LEIDOS
	   MOVE FALTANTES TO RUNLOG-ESCRITOS
	   OPEN EXTEND RUNLOG
	   IF RUNLOG-STATUS = "35"
	       OPEN OUTPUT RUNLOG
	   END-IF
	   WRITE REG-RUNLOG
	   CLOSE RUNLOG.
