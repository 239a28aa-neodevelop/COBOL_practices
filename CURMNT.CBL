       IDENTIFICATION DIVISION.
       PROGRAM-ID. CURMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT CURSOS ASSIGN TO "CURSOS"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS CUR-CODIGO
	       FILE STATUS IS CURSOS-STATUS.
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CURSOS.
       COPY "CURSOS.wks".
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 CURSOS-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 SW-VALIDO PIC 9 VALUE ZEROS.
       01 W-CODIGO PIC X(6) VALUE SPACES.
       01 W-NOMBRE PIC X(40) VALUE SPACES.
       01 W-AREA PIC X(4) VALUE SPACES.
       01 W-HORAS PIC 9(3) VALUE ZEROS.
       01 W-MODALIDAD PIC X VALUE SPACES.
       01 W-AGENTE PIC X(30) VALUE SPACES.
       01 W-REG-AGENTE PIC X(15) VALUE SPACES.
       01 W-PUESTOS.
	   03 W-PUESTO-REQ PIC X(6) OCCURS 5 TIMES.
       01 I-PUE PIC 9 VALUE ZEROS.
       01 W-OPC PIC X VALUE SPACES.
       01 W-ESCRITOS PIC 9(3) VALUE ZEROS.
       01 W-CONSULTAS PIC 9(3) VALUE ZEROS.
       PROCEDURE DIVISION.
       000-INICIO.
	   OPEN I-O CURSOS
	   IF CURSOS-STATUS = "35"
	       OPEN OUTPUT CURSOS
	       CLOSE CURSOS
	       OPEN I-O CURSOS
	   END-IF
	   IF CURSOS-STATUS NOT = "00"
	       DISPLAY ERASE
	       DISPLAY "NO SE PUDO ABRIR EL CATALOGO DE CURSOS" AT 0510
	       DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 0710
	       ACCEPT W-OPC AT 0740
	       GOBACK
	   END-IF
	   PERFORM 100-CAPTURA UNTIL W-OPC = "S" OR "s"
	   PERFORM 400-ESCRIBE-RUNLOG
	   CLOSE CURSOS
	   GOBACK.

       100-CAPTURA.
	   DISPLAY ERASE
	   DISPLAY "CATALOGO DE CURSOS DE CAPACITACION" AT 0310
	   DISPLAY "CLAVE DEL CURSO (BLANCO=SALIR):" AT 0510
	   MOVE SPACES TO W-CODIGO
	   ACCEPT W-CODIGO AT 0543
	   IF W-CODIGO = SPACES
	       MOVE "S" TO W-OPC
	   ELSE
	       ADD 1 TO W-CONSULTAS
	       PERFORM 200-MANTIENE
	   END-IF.

       200-MANTIENE.
	   MOVE W-CODIGO TO CUR-CODIGO
	   READ CURSOS
	       INVALID KEY
		   MOVE SPACES TO W-NOMBRE W-AREA W-AGENTE
		   MOVE SPACES TO W-REG-AGENTE W-PUESTOS
		   MOVE ZEROS TO W-HORAS
		   MOVE "P" TO W-MODALIDAD
		   DISPLAY "CURSO NUEVO" AT 0710
	       NOT INVALID KEY
		   MOVE CUR-NOMBRE TO W-NOMBRE
		   MOVE CUR-AREA TO W-AREA
		   MOVE CUR-HORAS TO W-HORAS
		   MOVE CUR-MODALIDAD TO W-MODALIDAD
		   MOVE CUR-AGENTE TO W-AGENTE
		   MOVE CUR-REG-AGENTE TO W-REG-AGENTE
		   PERFORM VARYING I-PUE FROM 1 BY 1 UNTIL I-PUE > 5
		       MOVE CUR-PUESTO-REQ(I-PUE) TO W-PUESTO-REQ(I-PUE)
		   END-PERFORM
		   DISPLAY "CURSO EXISTENTE" AT 0710
	   END-READ
	   DISPLAY "NOMBRE DEL CURSO    :" AT 0810
	   ACCEPT W-NOMBRE AT 0832
	   DISPLAY "AREA TEMATICA STPS  :" AT 0910
	   ACCEPT W-AREA AT 0932
	   DISPLAY "DURACION EN HORAS   :" AT 1010
	   ACCEPT W-HORAS AT 1032
	   DISPLAY "MODALIDAD (P=PRESENC L=LINEA M=MIXTA):" AT 1110
	   ACCEPT W-MODALIDAD AT 1150
	   DISPLAY "AGENTE CAPACITADOR  :" AT 1210
	   ACCEPT W-AGENTE AT 1232
	   DISPLAY "REGISTRO STPS AGENTE:" AT 1310
	   ACCEPT W-REG-AGENTE AT 1332
	   DISPLAY "PUESTOS QUE LO REQUIEREN:" AT 1410
	   ACCEPT W-PUESTO-REQ(1) AT 1436
	   ACCEPT W-PUESTO-REQ(2) AT 1443
	   ACCEPT W-PUESTO-REQ(3) AT 1450
	   ACCEPT W-PUESTO-REQ(4) AT 1457
	   ACCEPT W-PUESTO-REQ(5) AT 1464
	   DISPLAY "A-ALTA C-CAMBIO B-BAJA (ENTER=NADA):" AT 1610
	   MOVE SPACES TO W-OPC
	   ACCEPT W-OPC AT 1647
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
	   MOVE W-CODIGO TO CUR-CODIGO
	   MOVE W-NOMBRE TO CUR-NOMBRE
	   MOVE W-AREA TO CUR-AREA
	   MOVE W-HORAS TO CUR-HORAS
	   MOVE W-MODALIDAD TO CUR-MODALIDAD
	   MOVE W-AGENTE TO CUR-AGENTE
	   MOVE W-REG-AGENTE TO CUR-REG-AGENTE
	   PERFORM VARYING I-PUE FROM 1 BY 1 UNTIL I-PUE > 5
	       MOVE W-PUESTO-REQ(I-PUE) TO CUR-PUESTO-REQ(I-PUE)
	   END-PERFORM.

       260-VALIDA.
	   MOVE 1 TO SW-VALIDO
	   INSPECT W-MODALIDAD CONVERTING "plm" TO "PLM"
	   IF W-NOMBRE = SPACES
	       MOVE ZEROS TO SW-VALIDO
	       DISPLAY "ERROR: FALTA EL NOMBRE DEL CURSO" AT 1810
	   END-IF
	   IF W-HORAS = ZEROS
	       MOVE ZEROS TO SW-VALIDO
	       DISPLAY "ERROR: DURACION EN HORAS EN CEROS" AT 1810
	   END-IF
	   IF W-MODALIDAD NOT = "P" AND W-MODALIDAD NOT = "L"
		   AND W-MODALIDAD NOT = "M"
	       MOVE ZEROS TO SW-VALIDO
	       DISPLAY "ERROR: MODALIDAD INVALIDA" AT 1810
	   END-IF
	   IF SW-VALIDO = ZEROS
	       DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 2010
	       ACCEPT W-OPC AT 2040
	   END-IF.

       300-ALTA.
	   PERFORM 250-MUEVE-CAMPOS
	   WRITE REG-CURSO
	       INVALID KEY
		   DISPLAY "ERROR: EL CURSO YA EXISTE" AT 1810
	       NOT INVALID KEY
		   ADD 1 TO W-ESCRITOS
		   DISPLAY "CURSO DADO DE ALTA" AT 1810
	   END-WRITE
	   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 2010
	   ACCEPT W-OPC AT 2040
	   MOVE SPACES TO W-OPC.

       310-CAMBIO.
	   PERFORM 250-MUEVE-CAMPOS
	   REWRITE REG-CURSO
	       INVALID KEY
		   DISPLAY "ERROR: EL CURSO NO EXISTE" AT 1810
	       NOT INVALID KEY
		   ADD 1 TO W-ESCRITOS
		   DISPLAY "CURSO ACTUALIZADO" AT 1810
	   END-REWRITE
	   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 2010
	   ACCEPT W-OPC AT 2040
	   MOVE SPACES TO W-OPC.

       320-BAJA.
	   MOVE W-CODIGO TO CUR-CODIGO
	   DELETE CURSOS
	       INVALID KEY
		   DISPLAY "ERROR: EL CURSO NO EXISTE" AT 1810
	       NOT INVALID KEY
		   ADD 1 TO W-ESCRITOS
		   DISPLAY "CURSO DADO DE BAJA" AT 1810
	   END-DELETE
	   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 2010
	   ACCEPT W-OPC AT 2040
	   MOVE SPACES TO W-OPC.

       400-ESCRIBE-RUNLOG.
	   MOVE "CURMNT" TO RUNLOG-PROGRAMA
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
