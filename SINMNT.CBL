       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT SINAFIL ASSIGN TO "SINAFIL"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS SNA-EMPLEADO-ID
	       FILE STATUS IS SINAFIL-STATUS.
	   SELECT SINCAT ASSIGN TO "SINCAT"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS SNC-SINDICATO
	       FILE STATUS IS SINCAT-STATUS.
	   SELECT EMPMAST ASSIGN TO "EMPMAST"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS EMP-REC-ID
	       FILE STATUS IS EMPMAST-STATUS.
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SINAFIL.
       COPY "SINAFIL.wks".
       FD SINCAT.
       COPY "SINCAT.wks".
       FD EMPMAST.
       COPY "EMPMAST.wks".
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 SINAFIL-STATUS PIC XX.
       01 SINCAT-STATUS PIC XX.
       01 EMPMAST-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 W-EMP-ID PIC X(8) VALUE SPACES.
       01 W-SINDICATO PIC X(6) VALUE SPACES.
       01 W-SECCION PIC X(6) VALUE SPACES.
       01 W-FECHA-ALTA PIC 9(8) VALUE ZEROS.
       01 W-FECHA-ALTA-R REDEFINES W-FECHA-ALTA.
	   03 W-ALTA-ANO PIC 9(4).
	   03 W-ALTA-MES PIC 99.
	   03 W-ALTA-DIA PIC 99.
       01 W-FECHA-BAJA PIC 9(8) VALUE ZEROS.
       01 W-FECHA-BAJA-R REDEFINES W-FECHA-BAJA.
	   03 W-BAJA-ANO PIC 9(4).
	   03 W-BAJA-MES PIC 99.
	   03 W-BAJA-DIA PIC 99.
       01 W-TIPO-CUOTA PIC X VALUE SPACES.
       01 W-PCT PIC 99V99 VALUE ZEROS.
       01 W-MONTO PIC 9(5)V99 VALUE ZEROS.
       01 W-FECHA-HOY PIC 9(8) VALUE ZEROS.
       01 W-USUARIO PIC X(8) VALUE SPACES.
       01 W-MSG-ERROR PIC X(40) VALUE SPACES.
       01 W-OPC PIC X VALUE SPACES.
       01 W-ESCRITOS PIC 9(3) VALUE ZEROS.
       01 W-CONSULTAS PIC 9(3) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-INICIO.
	   OPEN I-O SINAFIL
	   IF SINAFIL-STATUS = "35"
	       OPEN OUTPUT SINAFIL
	       CLOSE SINAFIL
	       OPEN I-O SINAFIL
	   END-IF
	   OPEN INPUT SINCAT
	   IF SINAFIL-STATUS NOT = "00" OR SINCAT-STATUS NOT = "00"
	       DISPLAY ERASE
	       DISPLAY "NO SE PUDO ABRIR AFILIACIONES O SINDICATOS"
		   AT 0510
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
	   CLOSE SINCAT
	   CLOSE SINAFIL
	   GOBACK.

       100-CAPTURA.
	   DISPLAY ERASE
	   DISPLAY "AFILIACION SINDICAL Y CUOTA" AT 0310
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
	   MOVE W-EMP-ID TO SNA-EMPLEADO-ID
	   READ SINAFIL
	       INVALID KEY
		   MOVE SPACES TO W-SINDICATO W-SECCION
		   MOVE W-FECHA-HOY TO W-FECHA-ALTA
		   MOVE ZEROS TO W-FECHA-BAJA W-PCT W-MONTO
		   MOVE "P" TO W-TIPO-CUOTA
		   DISPLAY "AFILIACION NUEVA" AT 0710
	       NOT INVALID KEY
		   MOVE SNA-SINDICATO TO W-SINDICATO
		   MOVE SNA-SECCION TO W-SECCION
		   MOVE SNA-FECHA-ALTA TO W-FECHA-ALTA
		   MOVE SNA-FECHA-BAJA TO W-FECHA-BAJA
		   MOVE SNA-TIPO-CUOTA TO W-TIPO-CUOTA
		   MOVE SNA-PCT TO W-PCT
		   MOVE SNA-MONTO TO W-MONTO
		   DISPLAY "AFILIACION EXISTENTE" AT 0710
	   END-READ
	   DISPLAY "SINDICATO                :" AT 0910
	   ACCEPT W-SINDICATO AT 0937
	   DISPLAY "SECCION                  :" AT 1010
	   ACCEPT W-SECCION AT 1037
	   DISPLAY "FECHA AFILIACION AAAAMMDD:" AT 1110
	   ACCEPT W-FECHA-ALTA AT 1137
	   DISPLAY "FECHA RENUNCIA (0=VIGENTE):" AT 1210
	   ACCEPT W-FECHA-BAJA AT 1238
	   DISPLAY "CUOTA (P=PORCENTAJE F=FIJA):" AT 1310
	   ACCEPT W-TIPO-CUOTA AT 1339
	   DISPLAY "PORCENTAJE DEL SUELDO    :" AT 1410
	   ACCEPT W-PCT AT 1437
	   DISPLAY "O IMPORTE FIJO MENSUAL   :" AT 1510
	   ACCEPT W-MONTO AT 1537
	   PERFORM 220-VALIDA
	   IF W-MSG-ERROR NOT = SPACES
	       DISPLAY W-MSG-ERROR AT 1710
	       DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 1910
	       ACCEPT W-OPC AT 1940
	       MOVE SPACES TO W-OPC
	   ELSE
	       DISPLAY SNC-NOMBRE AT 0945
	       DISPLAY "A-ALTA C-CAMBIO B-BAJA (ENTER=NADA):" AT 1710
	       MOVE SPACES TO W-OPC
	       ACCEPT W-OPC AT 1747
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
	   INSPECT W-TIPO-CUOTA CONVERTING "pf" TO "PF"
	   IF W-TIPO-CUOTA = "P"
	       IF W-PCT = ZEROS OR W-MONTO > ZEROS
		   MOVE "ERROR: CUOTA P REQUIERE SOLO PORCENTAJE"
		       TO W-MSG-ERROR
	       END-IF
	   ELSE
	       IF W-TIPO-CUOTA = "F"
		   IF W-MONTO = ZEROS OR W-PCT > ZEROS
		       MOVE "ERROR: CUOTA F REQUIERE SOLO IMPORTE"
			   TO W-MSG-ERROR
		   END-IF
	       ELSE
		   MOVE "ERROR: TIPO DE CUOTA DEBE SER P O F"
		       TO W-MSG-ERROR
	       END-IF
	   END-IF
	   IF W-FECHA-BAJA > ZEROS
	       IF W-BAJA-MES < 1 OR W-BAJA-MES > 12
		       OR W-BAJA-DIA < 1 OR W-BAJA-DIA > 31
		       OR W-FECHA-BAJA < W-FECHA-ALTA
		   MOVE "ERROR: FECHA DE RENUNCIA INVALIDA"
		       TO W-MSG-ERROR
	       END-IF
	   END-IF
	   IF W-ALTA-ANO < 2000 OR W-ALTA-MES < 1 OR W-ALTA-MES > 12
		   OR W-ALTA-DIA < 1 OR W-ALTA-DIA > 31
	       MOVE "ERROR: FECHA DE AFILIACION INVALIDA"
		   TO W-MSG-ERROR
	   END-IF
	   MOVE W-SINDICATO TO SNC-SINDICATO
	   READ SINCAT
	       INVALID KEY
		   MOVE "ERROR: SINDICATO NO EXISTE EN CATALOGO"
		       TO W-MSG-ERROR
	       NOT INVALID KEY
		   IF SNC-ACTIVO NOT = "A"
		       MOVE "ERROR: EL SINDICATO ESTA INACTIVO"
			   TO W-MSG-ERROR
		   END-IF
	   END-READ.

       250-MUEVE-CAMPOS.
	   MOVE W-EMP-ID TO SNA-EMPLEADO-ID
	   MOVE W-SINDICATO TO SNA-SINDICATO
	   MOVE W-SECCION TO SNA-SECCION
	   MOVE W-FECHA-ALTA TO SNA-FECHA-ALTA
	   MOVE W-FECHA-BAJA TO SNA-FECHA-BAJA
	   MOVE W-TIPO-CUOTA TO SNA-TIPO-CUOTA
	   MOVE W-PCT TO SNA-PCT
	   MOVE W-MONTO TO SNA-MONTO
	   MOVE W-USUARIO TO SNA-USUARIO
	   MOVE W-FECHA-HOY TO SNA-FECHA-CAP.

       300-ALTA.
	   PERFORM 250-MUEVE-CAMPOS
	   WRITE REG-SINAFIL
	       INVALID KEY
		   DISPLAY "ERROR: LA AFILIACION YA EXISTE" AT 1910
	       NOT INVALID KEY
		   ADD 1 TO W-ESCRITOS
		   DISPLAY "AFILIACION DADA DE ALTA" AT 1910
	   END-WRITE
	   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 2110
	   ACCEPT W-OPC AT 2140.

       310-CAMBIO.
	   PERFORM 250-MUEVE-CAMPOS
	   REWRITE REG-SINAFIL
	       INVALID KEY
		   DISPLAY "ERROR: LA AFILIACION NO EXISTE" AT 1910
	       NOT INVALID KEY
		   ADD 1 TO W-ESCRITOS
		   DISPLAY "AFILIACION ACTUALIZADA" AT 1910
	   END-REWRITE
	   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 2110
	   ACCEPT W-OPC AT 2140.

       320-BAJA.
	   MOVE W-EMP-ID TO SNA-EMPLEADO-ID
	   DELETE SINAFIL
	       INVALID KEY
		   DISPLAY "ERROR: LA AFILIACION NO EXISTE" AT 1910
	       NOT INVALID KEY
		   ADD 1 TO W-ESCRITOS
		   DISPLAY "AFILIACION ELIMINADA" AT 1910
	   END-DELETE
	   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 2110
	   ACCEPT W-OPC AT 2140.

       400-ESCRIBE-RUNLOG.
	   MOVE "SINMNT" TO RUNLOG-PROGRAMA
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
