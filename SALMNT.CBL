       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT SALMAST ASSIGN TO "SALMAST"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS SAL-REC-LLAVE
	       FILE STATUS IS SALMAST-STATUS.
	   SELECT EMPMAST ASSIGN TO "EMPMAST"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS EMP-REC-ID
	       FILE STATUS IS EMPMAST-STATUS.
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SALMAST.
       COPY "SALMAST.wks".
       FD EMPMAST.
       COPY "EMPMAST.wks".
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 SALMAST-STATUS PIC XX.
       01 EMPMAST-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 W-CIA PIC X(3) VALUE SPACES.
       01 W-CIA-NOMBRE PIC X(30) VALUE SPACES.
       01 W-EMP-ID PIC X(8) VALUE SPACES.
       01 W-FECHA-VIG PIC 9(8) VALUE ZEROS.
       01 W-FECHA-VIG-R REDEFINES W-FECHA-VIG.
	   03 W-VIG-ANO PIC 9(4).
	   03 W-VIG-MES PIC 99.
	   03 W-VIG-DIA PIC 99.
       01 W-SUELDO PIC 9(5)V99 VALUE ZEROS.
       01 W-FECHA-HOY PIC 9(8) VALUE ZEROS.
       01 W-USUARIO PIC X(8) VALUE SPACES.
       01 W-OPC PIC X VALUE SPACES.
       01 W-MSG-ERROR PIC X(40) VALUE SPACES.
       01 W-ESCRITOS PIC 9(3) VALUE ZEROS.
       01 W-CONSULTAS PIC 9(3) VALUE ZEROS.
       01 W-RENGLON PIC 99 VALUE ZEROS.
       01 W-REN-AT PIC 9(4) VALUE ZEROS.
       01 SW-EXISTE PIC 9 VALUE ZEROS.
       01 SW-FIN-HIST PIC 9 VALUE ZEROS.
       01 LINEA-HIST.
	   03 FECHA-VIG-L PIC 9999/99/99.
	   03 FILLER PIC X(03) VALUE SPACES.
	   03 SUELDO-L PIC ZZ,ZZ9.99.
	   03 FILLER PIC X(03) VALUE SPACES.
	   03 USUARIO-L PIC X(8).
	   03 FILLER PIC X(03) VALUE SPACES.
	   03 FECHA-CAP-L PIC 9999/99/99.
       PROCEDURE DIVISION.
       000-INICIO.
	   CALL "SETCIA" USING W-CIA W-CIA-NOMBRE
	   OPEN I-O SALMAST
	   IF SALMAST-STATUS = "35"
	       OPEN OUTPUT SALMAST
	       CLOSE SALMAST
	       OPEN I-O SALMAST
	   END-IF
	   IF SALMAST-STATUS NOT = "00"
	       DISPLAY ERASE
	       DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE SUELDOS" AT 0510
	       DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 0710
	       ACCEPT W-OPC AT 0740
	       GOBACK
	   END-IF
	   OPEN INPUT EMPMAST
	   ACCEPT W-FECHA-HOY FROM DATE
	   ADD 20000000 TO W-FECHA-HOY
	   CALL "SESUSR" USING W-USUARIO
	   PERFORM 100-CAPTURA UNTIL W-OPC = "S" OR "s"
	   PERFORM 400-ESCRIBE-RUNLOG
	   IF EMPMAST-STATUS = "00"
	       CLOSE EMPMAST
	   END-IF
	   CLOSE SALMAST
	   GOBACK.

       100-CAPTURA.
	   DISPLAY ERASE
	   DISPLAY "SUELDOS AUTORIZADOS POR EMPLEADO" AT 0310
	   DISPLAY W-CIA-NOMBRE AT 0345
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
	   IF EMPMAST-STATUS = "00"
	       MOVE W-EMP-ID TO EMP-REC-ID
	       READ EMPMAST
		   INVALID KEY
		       MOVE "ERROR: EMPLEADO NO EXISTE EN MAESTRO"
			   TO W-MSG-ERROR
		   NOT INVALID KEY
		       DISPLAY EMP-REC-NOMBRE AT 0545
	       END-READ
	   END-IF.

       200-MANTIENE.
	   PERFORM 210-LISTA-HISTORIA
	   DISPLAY "FECHA DE VIGENCIA (AAAAMMDD):" AT 1810
	   MOVE W-FECHA-HOY TO W-FECHA-VIG
	   ACCEPT W-FECHA-VIG AT 1840
	   MOVE ZEROS TO SW-EXISTE
	   MOVE W-EMP-ID TO SAL-REC-ID
	   MOVE W-FECHA-VIG TO SAL-REC-FECHA-VIG
	   READ SALMAST
	       INVALID KEY
		   MOVE ZEROS TO W-SUELDO
		   DISPLAY "VIGENCIA NUEVA" AT 1855
	       NOT INVALID KEY
		   MOVE 1 TO SW-EXISTE
		   MOVE SAL-REC-SUELDO TO W-SUELDO
		   DISPLAY "VIGENCIA EXISTENTE" AT 1855
	   END-READ
	   DISPLAY "SUELDO DEL PERIODO:" AT 1910
	   ACCEPT W-SUELDO AT 1940
	   PERFORM 250-VALIDA
	   IF W-MSG-ERROR NOT = SPACES
	       DISPLAY W-MSG-ERROR AT 2110
	       DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 2310
	       ACCEPT W-OPC AT 2340
	       MOVE SPACES TO W-OPC
	   ELSE
	       DISPLAY "A-ALTA C-CAMBIO B-BAJA (ENTER=NADA):" AT 2110
	       MOVE SPACES TO W-OPC
	       ACCEPT W-OPC AT 2147
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

       210-LISTA-HISTORIA.
	   DISPLAY "VIGENCIA     SUELDO       CAPTURO    FECHA CAPT."
	       AT 0710
	   MOVE 8 TO W-RENGLON
	   MOVE ZEROS TO SW-FIN-HIST
	   MOVE W-EMP-ID TO SAL-REC-ID
	   MOVE ZEROS TO SAL-REC-FECHA-VIG
	   START SALMAST KEY IS NOT LESS THAN SAL-REC-LLAVE
	       INVALID KEY
		   MOVE 1 TO SW-FIN-HIST
	   END-START
	   PERFORM UNTIL SW-FIN-HIST = 1 OR W-RENGLON > 16
	       READ SALMAST NEXT
		   AT END
		       MOVE 1 TO SW-FIN-HIST
		   NOT AT END
		       IF SAL-REC-ID NOT = W-EMP-ID
			   MOVE 1 TO SW-FIN-HIST
		       ELSE
			   PERFORM 220-MUESTRA-LINEA
		       END-IF
	       END-READ
	   END-PERFORM
	   IF W-RENGLON = 8
	       DISPLAY "SIN SUELDOS REGISTRADOS" AT 0810
	   END-IF.

       220-MUESTRA-LINEA.
	   MOVE SAL-REC-FECHA-VIG TO FECHA-VIG-L
	   MOVE SAL-REC-SUELDO TO SUELDO-L
	   MOVE SAL-REC-USUARIO TO USUARIO-L
	   MOVE SAL-REC-FECHA-CAP TO FECHA-CAP-L
	   COMPUTE W-REN-AT = W-RENGLON * 100 + 10
	   DISPLAY LINEA-HIST AT W-REN-AT
	   ADD 1 TO W-RENGLON.

       250-VALIDA.
	   MOVE SPACES TO W-MSG-ERROR
	   IF W-VIG-ANO < 2000 OR W-VIG-MES < 1 OR W-VIG-MES > 12
		   OR W-VIG-DIA < 1 OR W-VIG-DIA > 31
	       MOVE "ERROR: FECHA DE VIGENCIA INVALIDA"
		   TO W-MSG-ERROR
	   END-IF
	   IF W-MSG-ERROR = SPACES AND W-SUELDO = ZEROS
	       MOVE "ERROR: EL SUELDO DEBE SER MAYOR A CERO"
		   TO W-MSG-ERROR
	   END-IF.

       260-MUEVE-CAMPOS.
	   MOVE W-EMP-ID TO SAL-REC-ID
	   MOVE W-FECHA-VIG TO SAL-REC-FECHA-VIG
	   MOVE W-SUELDO TO SAL-REC-SUELDO
	   MOVE W-USUARIO TO SAL-REC-USUARIO
	   MOVE W-FECHA-HOY TO SAL-REC-FECHA-CAP.

       300-ALTA.
	   PERFORM 260-MUEVE-CAMPOS
	   WRITE REG-SALMAST
	       INVALID KEY
		   DISPLAY "ERROR: LA VIGENCIA YA EXISTE" AT 2310
	       NOT INVALID KEY
		   ADD 1 TO W-ESCRITOS
		   DISPLAY "SUELDO DADO DE ALTA" AT 2310
	   END-WRITE
	   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 2410
	   ACCEPT W-OPC AT 2440.

       310-CAMBIO.
	   PERFORM 260-MUEVE-CAMPOS
	   REWRITE REG-SALMAST
	       INVALID KEY
		   DISPLAY "ERROR: LA VIGENCIA NO EXISTE" AT 2310
	       NOT INVALID KEY
		   ADD 1 TO W-ESCRITOS
		   DISPLAY "SUELDO ACTUALIZADO" AT 2310
	   END-REWRITE
	   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 2410
	   ACCEPT W-OPC AT 2440.

       320-BAJA.
	   MOVE W-EMP-ID TO SAL-REC-ID
	   MOVE W-FECHA-VIG TO SAL-REC-FECHA-VIG
	   DELETE SALMAST
	       INVALID KEY
		   DISPLAY "ERROR: LA VIGENCIA NO EXISTE" AT 2310
	       NOT INVALID KEY
		   ADD 1 TO W-ESCRITOS
		   DISPLAY "VIGENCIA DADA DE BAJA" AT 2310
	   END-DELETE
	   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 2410
	   ACCEPT W-OPC AT 2440.

       400-ESCRIBE-RUNLOG.
	   MOVE "SALMNT" TO RUNLOG-PROGRAMA
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
