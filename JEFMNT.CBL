       IDENTIFICATION DIVISION.
       PROGRAM-ID. JEFMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT EMPJEF ASSIGN TO "EMPJEF"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS JEF-EMPLEADO-ID
	       FILE STATUS IS EMPJEF-STATUS.
	   SELECT EMPMAST ASSIGN TO "EMPMAST"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS EMP-REC-ID
	       FILE STATUS IS EMPMAST-STATUS.
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EMPJEF.
       COPY "EMPJEF.wks".
       FD EMPMAST.
       COPY "EMPMAST.wks".
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 EMPJEF-STATUS PIC XX.
       01 EMPMAST-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 W-EMP-ID PIC X(8) VALUE SPACES.
       01 W-SUPERVISOR PIC X(8) VALUE SPACES.
       01 W-ACTUAL PIC X(8) VALUE SPACES.
       01 W-NIVELES PIC 99 VALUE ZEROS.
       01 SW-FIN-CADENA PIC 9 VALUE ZEROS.
       01 W-FECHA-HOY PIC 9(8) VALUE ZEROS.
       01 W-USUARIO PIC X(8) VALUE SPACES.
       01 W-MSG-ERROR PIC X(40) VALUE SPACES.
       01 W-OPC PIC X VALUE SPACES.
       01 W-ESCRITOS PIC 9(3) VALUE ZEROS.
       01 W-CONSULTAS PIC 9(3) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-INICIO.
	   OPEN I-O EMPJEF
	   IF EMPJEF-STATUS = "35"
	       OPEN OUTPUT EMPJEF
	       CLOSE EMPJEF
	       OPEN I-O EMPJEF
	   END-IF
	   OPEN INPUT EMPMAST
	   IF EMPJEF-STATUS NOT = "00" OR EMPMAST-STATUS NOT = "00"
	       DISPLAY ERASE
	       DISPLAY "NO SE PUDO ABRIR JEFES O MAESTRO DE EMPLEADOS"
		   AT 0510
	       DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 0710
	       ACCEPT W-OPC AT 0740
	       GOBACK
	   END-IF
	   ACCEPT W-FECHA-HOY FROM DATE
	   ADD 20000000 TO W-FECHA-HOY
	   CALL "SESUSR" USING W-USUARIO
	   PERFORM 100-CAPTURA UNTIL W-OPC = "S" OR "s"
	   PERFORM 400-ESCRIBE-RUNLOG
	   CLOSE EMPMAST
	   CLOSE EMPJEF
	   GOBACK.

       100-CAPTURA.
	   DISPLAY ERASE
	   DISPLAY "JEFE INMEDIATO - LINEA DE REPORTE" AT 0310
	   DISPLAY "EMPLEADO (BLANCO=SALIR):" AT 0510
	   MOVE SPACES TO W-EMP-ID
	   ACCEPT W-EMP-ID AT 0535
	   IF W-EMP-ID = SPACES
	       MOVE "S" TO W-OPC
	   ELSE
	       ADD 1 TO W-CONSULTAS
	       PERFORM 150-VERIFICA-EMPLEADO
	       IF W-MSG-ERROR = SPACES
		   PERFORM 200-MANTIENE
	       ELSE
		   DISPLAY W-MSG-ERROR AT 0710
		   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 0910
		   ACCEPT W-OPC AT 0940
		   MOVE SPACES TO W-OPC
	       END-IF
	   END-IF.

       150-VERIFICA-EMPLEADO.
	   MOVE SPACES TO W-MSG-ERROR
	   MOVE W-EMP-ID TO EMP-REC-ID
	   READ EMPMAST
	       INVALID KEY
		   MOVE "ERROR: EMPLEADO NO EXISTE EN MAESTRO"
		       TO W-MSG-ERROR
	       NOT INVALID KEY
		   DISPLAY EMP-REC-NOMBRE AT 0545
		   DISPLAY "DEPARTAMENTO:" AT 0610
		   DISPLAY EMP-REC-DEPTO AT 0624
	   END-READ.

       200-MANTIENE.
	   MOVE W-EMP-ID TO JEF-EMPLEADO-ID
	   READ EMPJEF
	       INVALID KEY
		   MOVE SPACES TO W-SUPERVISOR
		   DISPLAY "SIN JEFE INMEDIATO REGISTRADO" AT 0710
	       NOT INVALID KEY
		   MOVE JEF-SUPERVISOR TO W-SUPERVISOR
		   DISPLAY "JEFE INMEDIATO REGISTRADO" AT 0710
	   END-READ
	   DISPLAY "JEFE INMEDIATO (EMPLEADO):" AT 0910
	   ACCEPT W-SUPERVISOR AT 0937
	   PERFORM 220-VALIDA
	   IF W-MSG-ERROR NOT = SPACES
	       DISPLAY W-MSG-ERROR AT 1210
	       DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 1410
	       ACCEPT W-OPC AT 1440
	       MOVE SPACES TO W-OPC
	   ELSE
	       DISPLAY "A-ALTA C-CAMBIO B-BAJA (ENTER=NADA):" AT 1210
	       MOVE SPACES TO W-OPC
	       ACCEPT W-OPC AT 1247
	       EVALUATE W-OPC
		   WHEN "A" WHEN "a"
		       PERFORM 300-ALTA
		   WHEN "C" WHEN "c"
		       PERFORM 310-CAMBIO
		   WHEN "B" WHEN "b"
		       PERFORM 320-BAJA
		   WHEN OTHER
		       CONTINUE
	       END-EVALUATE
	       MOVE SPACES TO W-OPC
	   END-IF.

       220-VALIDA.
	   MOVE SPACES TO W-MSG-ERROR
	   IF W-SUPERVISOR = SPACES
	       MOVE "ERROR: INDIQUE EL JEFE INMEDIATO" TO W-MSG-ERROR
	   ELSE
	       IF W-SUPERVISOR = W-EMP-ID
		   MOVE "ERROR: NO PUEDE SER SU PROPIO JEFE"
		       TO W-MSG-ERROR
	       ELSE
		   MOVE W-SUPERVISOR TO EMP-REC-ID
		   READ EMPMAST
		       INVALID KEY
			   MOVE "ERROR: JEFE NO EXISTE EN MAESTRO"
			       TO W-MSG-ERROR
		       NOT INVALID KEY
			   DISPLAY EMP-REC-NOMBRE AT 0947
			   DISPLAY EMP-REC-DEPTO AT 1047
			   IF EMP-REC-ESTATUS = "I"
			       MOVE "ERROR: EL JEFE ESTA DADO DE BAJA"
				   TO W-MSG-ERROR
			   END-IF
		   END-READ
	       END-IF
	   END-IF
	   IF W-MSG-ERROR = SPACES
	       PERFORM 230-VALIDA-CICLO
	   END-IF.

       230-VALIDA-CICLO.
	   MOVE W-SUPERVISOR TO W-ACTUAL
	   MOVE ZEROS TO W-NIVELES
	   MOVE ZEROS TO SW-FIN-CADENA
	   PERFORM UNTIL SW-FIN-CADENA = 1
	       ADD 1 TO W-NIVELES
	       IF W-NIVELES > 50
		   MOVE "ERROR: CADENA DE MANDO MAYOR A 50 NIVELES"
		       TO W-MSG-ERROR
		   MOVE 1 TO SW-FIN-CADENA
	       ELSE
		   MOVE W-ACTUAL TO JEF-EMPLEADO-ID
		   READ EMPJEF
		       INVALID KEY
			   MOVE 1 TO SW-FIN-CADENA
		       NOT INVALID KEY
			   IF JEF-SUPERVISOR = W-EMP-ID
			       MOVE "ERROR: LINEA DE REPORTE CIRCULAR"
				   TO W-MSG-ERROR
			       MOVE 1 TO SW-FIN-CADENA
			   ELSE
			       IF JEF-SUPERVISOR = SPACES
				   MOVE 1 TO SW-FIN-CADENA
			       ELSE
				   MOVE JEF-SUPERVISOR TO W-ACTUAL
			       END-IF
			   END-IF
		   END-READ
	       END-IF
	   END-PERFORM.

       250-MUEVE-CAMPOS.
	   MOVE W-EMP-ID TO JEF-EMPLEADO-ID
	   MOVE W-SUPERVISOR TO JEF-SUPERVISOR
	   MOVE W-USUARIO TO JEF-USUARIO
	   MOVE W-FECHA-HOY TO JEF-FECHA-CAP.

       300-ALTA.
	   PERFORM 250-MUEVE-CAMPOS
	   WRITE REG-EMPJEF
	       INVALID KEY
		   DISPLAY "ERROR: EL EMPLEADO YA TIENE JEFE" AT 1410
	       NOT INVALID KEY
		   ADD 1 TO W-ESCRITOS
		   DISPLAY "JEFE INMEDIATO DADO DE ALTA" AT 1410
	   END-WRITE
	   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 1610
	   ACCEPT W-OPC AT 1640.

       310-CAMBIO.
	   PERFORM 250-MUEVE-CAMPOS
	   REWRITE REG-EMPJEF
	       INVALID KEY
		   DISPLAY "ERROR: EL EMPLEADO NO TIENE JEFE" AT 1410
	       NOT INVALID KEY
		   ADD 1 TO W-ESCRITOS
		   DISPLAY "JEFE INMEDIATO ACTUALIZADO" AT 1410
	   END-REWRITE
	   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 1610
	   ACCEPT W-OPC AT 1640.

       320-BAJA.
	   MOVE W-EMP-ID TO JEF-EMPLEADO-ID
	   DELETE EMPJEF
	       INVALID KEY
		   DISPLAY "ERROR: EL EMPLEADO NO TIENE JEFE" AT 1410
	       NOT INVALID KEY
		   ADD 1 TO W-ESCRITOS
		   DISPLAY "LINEA DE REPORTE ELIMINADA" AT 1410
	   END-DELETE
	   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 1610
	   ACCEPT W-OPC AT 1640.

       400-ESCRIBE-RUNLOG.
	   MOVE "JEFMNT" TO RUNLOG-PROGRAMA
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
