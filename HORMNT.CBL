       IDENTIFICATION DIVISION.
       PROGRAM-ID. HORMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT HORARIO ASSIGN TO "HORARIO"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS HOR-EMPLEADO-ID
	       FILE STATUS IS HORARIO-STATUS.
	   SELECT EMPMAST ASSIGN TO "EMPMAST"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS EMP-REC-ID
	       FILE STATUS IS EMPMAST-STATUS.
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD HORARIO.
       COPY "HORARIO.wks".
       FD EMPMAST.
       COPY "EMPMAST.wks".
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 HORARIO-STATUS PIC XX.
       01 EMPMAST-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 SW-EMPMAST PIC 9 VALUE ZEROS.
       01 SW-EXISTE PIC 9 VALUE ZEROS.
       01 SW-VALIDO PIC 9 VALUE ZEROS.
       01 W-EMP-ID PIC X(8) VALUE SPACES.
       01 W-TURNO PIC X(3) VALUE SPACES.
       01 W-ENTRADA PIC 9(4) VALUE ZEROS.
       01 W-SALIDA PIC 9(4) VALUE ZEROS.
       01 W-TOLERANCIA PIC 99 VALUE ZEROS.
       01 W-DESCANSO PIC X(7) VALUE SPACES.
       01 W-HORA PIC 9(4) VALUE ZEROS.
       01 W-HORA-R REDEFINES W-HORA.
	   03 W-HH PIC 99.
	   03 W-MM PIC 99.
       01 W-OPC PIC X VALUE SPACES.
       01 W-ESCRITOS PIC 9(3) VALUE ZEROS.
       01 W-CONSULTAS PIC 9(3) VALUE ZEROS.
       PROCEDURE DIVISION.
       000-INICIO.
	   OPEN I-O HORARIO
	   IF HORARIO-STATUS = "35"
	       OPEN OUTPUT HORARIO
	       CLOSE HORARIO
	       OPEN I-O HORARIO
	   END-IF
	   IF HORARIO-STATUS NOT = "00"
	       DISPLAY ERASE
	       DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE HORARIOS" AT 0510
	       DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 0710
	       ACCEPT W-OPC AT 0740
	       GOBACK
	   END-IF
	   MOVE ZEROS TO SW-EMPMAST
	   OPEN INPUT EMPMAST
	   IF EMPMAST-STATUS = "00"
	       MOVE 1 TO SW-EMPMAST
	   END-IF
	   PERFORM 100-CAPTURA UNTIL W-OPC = "S" OR "s"
	   PERFORM 400-ESCRIBE-RUNLOG
	   IF SW-EMPMAST = 1
	       CLOSE EMPMAST
	   END-IF
	   CLOSE HORARIO
	   GOBACK.

       100-CAPTURA.
	   DISPLAY ERASE
	   DISPLAY "HORARIOS DE TRABAJO DE EMPLEADOS" AT 0310
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
	   IF SW-EMPMAST = 1
	       MOVE W-EMP-ID TO EMP-REC-ID
	       READ EMPMAST
		   INVALID KEY
		       DISPLAY "EMPLEADO NO EXISTE EN EL MAESTRO"
			   AT 0710
		       DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 0910
		       ACCEPT W-OPC AT 0940
		       MOVE SPACES TO W-OPC
		   NOT INVALID KEY
		       DISPLAY EMP-REC-NOMBRE AT 0550
		       PERFORM 200-MANTIENE
	       END-READ
	   ELSE
	       PERFORM 200-MANTIENE
	   END-IF.

       200-MANTIENE.
	   MOVE ZEROS TO SW-EXISTE
	   MOVE W-EMP-ID TO HOR-EMPLEADO-ID
	   READ HORARIO
	       INVALID KEY
		   MOVE SPACES TO W-TURNO
		   MOVE ZEROS TO W-ENTRADA W-SALIDA W-TOLERANCIA
		   MOVE "     DD" TO W-DESCANSO
		   DISPLAY "HORARIO NUEVO" AT 0710
	       NOT INVALID KEY
		   MOVE 1 TO SW-EXISTE
		   MOVE HOR-TURNO TO W-TURNO
		   MOVE HOR-ENTRADA TO W-ENTRADA
		   MOVE HOR-SALIDA TO W-SALIDA
		   MOVE HOR-TOLERANCIA TO W-TOLERANCIA
		   MOVE HOR-DESCANSO TO W-DESCANSO
		   DISPLAY "HORARIO EXISTENTE. TURNO:" AT 0710
		   DISPLAY HOR-TURNO AT 0736
	   END-READ
	   DISPLAY "TURNO              :" AT 0910
	   ACCEPT W-TURNO AT 0931
	   DISPLAY "HORA ENTRADA (HHMM):" AT 1010
	   ACCEPT W-ENTRADA AT 1031
	   DISPLAY "HORA SALIDA  (HHMM):" AT 1110
	   ACCEPT W-SALIDA AT 1131
	   DISPLAY "TOLERANCIA (MIN)   :" AT 1210
	   ACCEPT W-TOLERANCIA AT 1231
	   DISPLAY "DESCANSO (LMMJVSD, D=DESCANSA):" AT 1310
	   ACCEPT W-DESCANSO AT 1342
	   DISPLAY "A-ALTA C-CAMBIO B-BAJA (ENTER=NADA):" AT 1510
	   MOVE SPACES TO W-OPC
	   ACCEPT W-OPC AT 1547
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
	   MOVE W-EMP-ID TO HOR-EMPLEADO-ID
	   MOVE W-TURNO TO HOR-TURNO
	   MOVE W-ENTRADA TO HOR-ENTRADA
	   MOVE W-SALIDA TO HOR-SALIDA
	   MOVE W-TOLERANCIA TO HOR-TOLERANCIA
	   MOVE W-DESCANSO TO HOR-DESCANSO.

       260-VALIDA.
	   MOVE 1 TO SW-VALIDO
	   MOVE W-ENTRADA TO W-HORA
	   IF W-HH > 23 OR W-MM > 59
	       MOVE ZEROS TO SW-VALIDO
	       DISPLAY "ERROR: HORA DE ENTRADA INVALIDA" AT 1710
	   END-IF
	   MOVE W-SALIDA TO W-HORA
	   IF W-HH > 23 OR W-MM > 59
	       MOVE ZEROS TO SW-VALIDO
	       DISPLAY "ERROR: HORA DE SALIDA INVALIDA" AT 1710
	   END-IF
	   IF W-DESCANSO = "DDDDDDD"
	       MOVE ZEROS TO SW-VALIDO
	       DISPLAY "ERROR: NO HAY DIAS LABORABLES" AT 1710
	   END-IF
	   IF SW-VALIDO = ZEROS
	       DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 1910
	       ACCEPT W-OPC AT 1940
	   END-IF.

       300-ALTA.
	   PERFORM 250-MUEVE-CAMPOS
	   WRITE REG-HORARIO
	       INVALID KEY
		   DISPLAY "ERROR: EL EMPLEADO YA TIENE HORARIO" AT 1710
	       NOT INVALID KEY
		   ADD 1 TO W-ESCRITOS
		   DISPLAY "HORARIO DADO DE ALTA" AT 1710
	   END-WRITE
	   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 1910
	   ACCEPT W-OPC AT 1940
	   MOVE SPACES TO W-OPC.

       310-CAMBIO.
	   PERFORM 250-MUEVE-CAMPOS
	   REWRITE REG-HORARIO
	       INVALID KEY
		   DISPLAY "ERROR: EL EMPLEADO NO TIENE HORARIO" AT 1710
	       NOT INVALID KEY
		   ADD 1 TO W-ESCRITOS
		   DISPLAY "HORARIO ACTUALIZADO" AT 1710
	   END-REWRITE
	   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 1910
	   ACCEPT W-OPC AT 1940
	   MOVE SPACES TO W-OPC.

       320-BAJA.
	   MOVE W-EMP-ID TO HOR-EMPLEADO-ID
	   DELETE HORARIO
	       INVALID KEY
		   DISPLAY "ERROR: EL EMPLEADO NO TIENE HORARIO" AT 1710
	       NOT INVALID KEY
		   ADD 1 TO W-ESCRITOS
		   DISPLAY "HORARIO DADO DE BAJA" AT 1710
	   END-DELETE
	   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 1910
	   ACCEPT W-OPC AT 1940
	   MOVE SPACES TO W-OPC.

       400-ESCRIBE-RUNLOG.
	   MOVE "HORMNT" TO RUNLOG-PROGRAMA
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
