       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT CAPACIT ASSIGN TO "CAPACIT"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS CAP-LLAVE
	       FILE STATUS IS CAPACIT-STATUS.
	   SELECT CURSOS ASSIGN TO "CURSOS"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS CUR-CODIGO
	       FILE STATUS IS CURSOS-STATUS.
	   SELECT EMPMAST ASSIGN TO "EMPMAST"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS EMP-REC-ID
	       FILE STATUS IS EMPMAST-STATUS.
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CAPACIT.
       COPY "CAPACIT.wks".
       FD CURSOS.
       COPY "CURSOS.wks".
       FD EMPMAST.
       COPY "EMPMAST.wks".
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 CAPACIT-STATUS PIC XX.
       01 CURSOS-STATUS PIC XX.
       01 EMPMAST-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 SW-EMPMAST PIC 9 VALUE ZEROS.
       01 SW-CURSOS PIC 9 VALUE ZEROS.
       01 SW-EXISTE PIC 9 VALUE ZEROS.
       01 SW-VALIDO PIC 9 VALUE ZEROS.
       01 SW-FIN-CAP PIC 9 VALUE ZEROS.
       01 W-EMP-ID PIC X(8) VALUE SPACES.
       01 W-CURSO PIC X(6) VALUE SPACES.
       01 W-FECHA-INI PIC 9(8) VALUE ZEROS.
       01 W-FECHA-FIN PIC 9(8) VALUE ZEROS.
       01 W-HORAS PIC 9(3) VALUE ZEROS.
       01 W-INSTRUCTOR PIC X(30) VALUE SPACES.
       01 W-RESULTADO PIC X VALUE SPACES.
       01 W-FECHA-DC3 PIC 9(8) VALUE ZEROS.
       01 W-FECHA PIC 9(8) VALUE ZEROS.
       01 W-FECHA-R REDEFINES W-FECHA.
	   03 W-FEC-ANO PIC 9(4).
	   03 W-FEC-MES PIC 99.
	   03 W-FEC-DIA PIC 99.
       01 W-RENGLON PIC 99 VALUE ZEROS.
       01 W-REN-AT PIC 9(4) VALUE ZEROS.
       01 W-OPC PIC X VALUE SPACES.
       01 W-ESCRITOS PIC 9(3) VALUE ZEROS.
       01 W-CONSULTAS PIC 9(3) VALUE ZEROS.
       01 LINEA-CAP.
	   03 CURSO-L PIC X(6).
	   03 FILLER PIC X VALUE SPACES.
	   03 FECHA-INI-L PIC 9(8).
	   03 FILLER PIC X VALUE SPACES.
	   03 FECHA-FIN-L PIC 9(8).
	   03 FILLER PIC X VALUE SPACES.
	   03 HORAS-L PIC ZZ9.
	   03 FILLER PIC X VALUE SPACES.
	   03 RESULTADO-L PIC X.
	   03 FILLER PIC X VALUE SPACES.
	   03 INSTRUCTOR-L PIC X(30).
       PROCEDURE DIVISION.
       000-INICIO.
	   OPEN I-O CAPACIT
	   IF CAPACIT-STATUS = "35"
	       OPEN OUTPUT CAPACIT
	       CLOSE CAPACIT
	       OPEN I-O CAPACIT
	   END-IF
	   IF CAPACIT-STATUS NOT = "00"
	       DISPLAY ERASE
	       DISPLAY "NO SE PUDO ABRIR ARCHIVO DE CAPACITACION"
		   AT 0510
	       DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 0710
	       ACCEPT W-OPC AT 0740
	       GOBACK
	   END-IF
	   MOVE ZEROS TO SW-EMPMAST
	   OPEN INPUT EMPMAST
	   IF EMPMAST-STATUS = "00"
	       MOVE 1 TO SW-EMPMAST
	   END-IF
	   MOVE ZEROS TO SW-CURSOS
	   OPEN INPUT CURSOS
	   IF CURSOS-STATUS = "00"
	       MOVE 1 TO SW-CURSOS
	   END-IF
	   PERFORM 100-CAPTURA UNTIL W-OPC = "S" OR "s"
	   PERFORM 400-ESCRIBE-RUNLOG
	   IF SW-EMPMAST = 1
	       CLOSE EMPMAST
	   END-IF
	   IF SW-CURSOS = 1
	       CLOSE CURSOS
	   END-IF
	   CLOSE CAPACIT
	   GOBACK.

       100-CAPTURA.
	   DISPLAY ERASE
	   DISPLAY "REGISTRO DE CAPACITACION DE EMPLEADOS" AT 0310
	   DISPLAY "ID DE EMPLEADO (BLANCO=SALIR):" AT 0510
	   MOVE SPACES TO W-EMP-ID
	   ACCEPT W-EMP-ID AT 0541
	   IF W-EMP-ID = SPACES
	       MOVE "S" TO W-OPC
	   ELSE
	       ADD 1 TO W-CONSULTAS
	       PERFORM 150-VERIFICA-EMPLEADO
	   END-IF.

       150-VERIFICA-EMPLEADO.
	   MOVE 1 TO SW-EXISTE
	   IF SW-EMPMAST = 1
	       MOVE W-EMP-ID TO EMP-REC-ID
	       READ EMPMAST
		   INVALID KEY
		       MOVE ZEROS TO SW-EXISTE
		       DISPLAY "EMPLEADO NO EXISTE EN EL MAESTRO"
			   AT 0710
		       DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 0910
		       ACCEPT W-OPC AT 0940
		       MOVE SPACES TO W-OPC
		   NOT INVALID KEY
		       DISPLAY EMP-REC-NOMBRE AT 0550
	       END-READ
	   END-IF
	   IF SW-EXISTE = 1
	       PERFORM 160-LISTA-CURSOS
	       PERFORM 200-MANTIENE
	   END-IF.

       160-LISTA-CURSOS.
	   DISPLAY "CURSO  INICIO   TERMINO  HRS R INSTRUCTOR" AT 0610
	   MOVE 7 TO W-RENGLON
	   MOVE ZEROS TO SW-FIN-CAP
	   MOVE W-EMP-ID TO CAP-EMPLEADO-ID
	   MOVE LOW-VALUES TO CAP-CURSO
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
		       IF CAP-EMPLEADO-ID NOT = W-EMP-ID
			       OR W-RENGLON > 11
			   MOVE 1 TO SW-FIN-CAP
		       ELSE
			   MOVE CAP-CURSO TO CURSO-L
			   MOVE CAP-FECHA-INI TO FECHA-INI-L
			   MOVE CAP-FECHA-FIN TO FECHA-FIN-L
			   MOVE CAP-HORAS TO HORAS-L
			   MOVE CAP-RESULTADO TO RESULTADO-L
			   MOVE CAP-INSTRUCTOR TO INSTRUCTOR-L
			   COMPUTE W-REN-AT = W-RENGLON * 100 + 10
			   DISPLAY LINEA-CAP AT W-REN-AT
			   ADD 1 TO W-RENGLON
		       END-IF
	       END-READ
	   END-PERFORM.

       200-MANTIENE.
	   DISPLAY "CLAVE DEL CURSO   :" AT 1310
	   MOVE SPACES TO W-CURSO
	   ACCEPT W-CURSO AT 1330
	   MOVE SPACES TO W-INSTRUCTOR
	   MOVE ZEROS TO W-HORAS
	   IF SW-CURSOS = 1
	       MOVE W-CURSO TO CUR-CODIGO
	       READ CURSOS
		   INVALID KEY
		       DISPLAY "CURSO NO EXISTE EN EL CATALOGO" AT 1338
		   NOT INVALID KEY
		       DISPLAY CUR-NOMBRE AT 1338
		       MOVE CUR-HORAS TO W-HORAS
		       MOVE CUR-AGENTE TO W-INSTRUCTOR
	       END-READ
	   END-IF
	   DISPLAY "FECHA INICIO      (AAAAMMDD):" AT 1410
	   MOVE ZEROS TO W-FECHA-INI
	   ACCEPT W-FECHA-INI AT 1441
	   MOVE ZEROS TO SW-EXISTE
	   MOVE W-EMP-ID TO CAP-EMPLEADO-ID
	   MOVE W-CURSO TO CAP-CURSO
	   MOVE W-FECHA-INI TO CAP-FECHA-INI
	   READ CAPACIT
	       INVALID KEY
		   MOVE ZEROS TO W-FECHA-FIN
		   MOVE "C" TO W-RESULTADO
		   MOVE ZEROS TO W-FECHA-DC3
	       NOT INVALID KEY
		   MOVE 1 TO SW-EXISTE
		   MOVE CAP-FECHA-FIN TO W-FECHA-FIN
		   MOVE CAP-HORAS TO W-HORAS
		   MOVE CAP-INSTRUCTOR TO W-INSTRUCTOR
		   MOVE CAP-RESULTADO TO W-RESULTADO
		   MOVE CAP-FECHA-DC3 TO W-FECHA-DC3
	   END-READ
	   DISPLAY "FECHA TERMINO     (AAAAMMDD):" AT 1510
	   ACCEPT W-FECHA-FIN AT 1541
	   DISPLAY "HORAS CURSADAS    :" AT 1610
	   ACCEPT W-HORAS AT 1630
	   DISPLAY "INSTRUCTOR        :" AT 1710
	   ACCEPT W-INSTRUCTOR AT 1730
	   DISPLAY "RESULTADO (A=APROBADO R=REPROBADO C=EN CURSO):"
	       AT 1810
	   ACCEPT W-RESULTADO AT 1857
	   DISPLAY "A-ALTA C-CAMBIO B-BAJA (ENTER=NADA):" AT 1910
	   MOVE SPACES TO W-OPC
	   ACCEPT W-OPC AT 1947
	   EVALUATE W-OPC
	       WHEN "A" WHEN "a"
		   PERFORM 260-VALIDA
		   IF SW-VALIDO = 1
		       PERFORM 300-ALTA
		   END-IF
	       WHEN "C" WHEN "c"
		   PERFORM 260-VALIDA
		   IF SW-VALIDO = 1
		       PERFORM 310-CAMBIO
		   END-IF
	       WHEN "B" WHEN "b"
		   PERFORM 320-BAJA
	       WHEN OTHER
		   CONTINUE
	   END-EVALUATE
	   MOVE SPACES TO W-OPC.

       250-MUEVE-CAMPOS.
	   MOVE W-EMP-ID TO CAP-EMPLEADO-ID
	   MOVE W-CURSO TO CAP-CURSO
	   MOVE W-FECHA-INI TO CAP-FECHA-INI
	   MOVE W-FECHA-FIN TO CAP-FECHA-FIN
	   MOVE W-HORAS TO CAP-HORAS
	   MOVE W-INSTRUCTOR TO CAP-INSTRUCTOR
	   MOVE W-RESULTADO TO CAP-RESULTADO
	   IF W-RESULTADO NOT = "A"
	       MOVE ZEROS TO W-FECHA-DC3
	   END-IF
	   MOVE W-FECHA-DC3 TO CAP-FECHA-DC3.

       260-VALIDA.
	   MOVE 1 TO SW-VALIDO
	   INSPECT W-RESULTADO CONVERTING "arc" TO "ARC"
	   IF SW-CURSOS = 1
	       MOVE W-CURSO TO CUR-CODIGO
	       READ CURSOS
		   INVALID KEY
		       MOVE ZEROS TO SW-VALIDO
		       DISPLAY "ERROR: CURSO NO EXISTE" AT 2110
	       END-READ
	   END-IF
	   MOVE W-FECHA-INI TO W-FECHA
	   PERFORM 270-VALIDA-FECHA
	   IF W-FECHA-INI = ZEROS
	       MOVE ZEROS TO SW-VALIDO
	       DISPLAY "ERROR: FECHA DE INICIO INVALIDA" AT 2110
	   END-IF
	   IF W-FECHA-FIN NOT = ZEROS
	       MOVE W-FECHA-FIN TO W-FECHA
	       PERFORM 270-VALIDA-FECHA
	       IF W-FECHA-FIN < W-FECHA-INI
		   MOVE ZEROS TO SW-VALIDO
		   DISPLAY "ERROR: FECHA DE TERMINO INVALIDA" AT 2110
	       END-IF
	   END-IF
	   IF W-RESULTADO NOT = "A" AND W-RESULTADO NOT = "R"
		   AND W-RESULTADO NOT = "C"
	       MOVE ZEROS TO SW-VALIDO
	       DISPLAY "ERROR: RESULTADO INVALIDO" AT 2110
	   END-IF
	   IF W-RESULTADO NOT = "C"
		   AND (W-FECHA-FIN = ZEROS OR W-HORAS = ZEROS)
	       MOVE ZEROS TO SW-VALIDO
	       DISPLAY "ERROR: FALTA FECHA TERMINO U HORAS" AT 2110
	   END-IF
	   IF SW-VALIDO = ZEROS
	       DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 2310
	       ACCEPT W-OPC AT 2340
	   END-IF.

       270-VALIDA-FECHA.
	   IF W-FECHA NOT = ZEROS
	       IF W-FEC-MES < 1 OR W-FEC-MES > 12
		       OR W-FEC-DIA < 1 OR W-FEC-DIA > 31
		       OR W-FEC-ANO < 1950
		   MOVE ZEROS TO SW-VALIDO
		   DISPLAY "ERROR: FECHA CON FORMATO INVALIDO" AT 2210
	       END-IF
	   END-IF.

       300-ALTA.
	   PERFORM 250-MUEVE-CAMPOS
	   WRITE REG-CAPACIT
	       INVALID KEY
		   DISPLAY "ERROR: REGISTRO YA EXISTE" AT 2110
	       NOT INVALID KEY
		   ADD 1 TO W-ESCRITOS
		   DISPLAY "CAPACITACION REGISTRADA" AT 2110
	   END-WRITE
	   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 2310
	   ACCEPT W-OPC AT 2340
	   MOVE SPACES TO W-OPC.

       310-CAMBIO.
	   IF SW-EXISTE = ZEROS
	       DISPLAY "ERROR: REGISTRO NO EXISTE" AT 2110
	   ELSE
	       PERFORM 250-MUEVE-CAMPOS
	       REWRITE REG-CAPACIT
		   INVALID KEY
		       DISPLAY "ERROR: REGISTRO NO EXISTE" AT 2110
		   NOT INVALID KEY
		       ADD 1 TO W-ESCRITOS
		       DISPLAY "CAPACITACION ACTUALIZADA" AT 2110
	       END-REWRITE
	   END-IF
	   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 2310
	   ACCEPT W-OPC AT 2340
	   MOVE SPACES TO W-OPC.

       320-BAJA.
	   MOVE W-EMP-ID TO CAP-EMPLEADO-ID
	   MOVE W-CURSO TO CAP-CURSO
	   MOVE W-FECHA-INI TO CAP-FECHA-INI
	   DELETE CAPACIT
	       INVALID KEY
		   DISPLAY "ERROR: REGISTRO NO EXISTE" AT 2110
	       NOT INVALID KEY
		   ADD 1 TO W-ESCRITOS
		   DISPLAY "REGISTRO ELIMINADO" AT 2110
	   END-DELETE
	   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 2310
	   ACCEPT W-OPC AT 2340
	   MOVE SPACES TO W-OPC.

       400-ESCRIBE-RUNLOG.
	   MOVE "CAPMNT" TO RUNLOG-PROGRAMA
	   ACCEPT RUNLOG-FECHA FROM DATE
	   ACCEPT RUNLOG-HORA FROM TIME
	   MOVE RETURN-CODE TO W-RC-GUARDA
	   CALL "SESUSR" USING RUNLOG-USUARIO
	   MOVE W-RC-GUARDA TO RETURN-CODE
	   MOVE W-CONSULTAS TO RUNLOG-LEIDOS
	   MOVE W-ESCRITOS TO RUNLOG-ESCRITOS
	   OPEN EXTEND RUNLOG
	   IF RUNLOG-STATUS = "35"
	       OPEN OUTPUT RUNLOG
	   END-IF
	   WRITE REG-RUNLOG
	   CLOSE RUNLOG.
