       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT VALTAB ASSIGN TO "VALTAB"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS VLT-LLAVE
	       FILE STATUS IS VALTAB-STATUS.
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD VALTAB.
       COPY "VALTAB.wks".
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 VALTAB-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 W-TIPO PIC X VALUE SPACES.
       01 W-CODIGO PIC X(15) VALUE SPACES.
       01 W-PCT PIC 99V99 VALUE ZEROS.
       01 W-MONTO PIC 9(5)V99 VALUE ZEROS.
       01 W-ACTIVO PIC X VALUE SPACES.
       01 W-FECHA-HOY PIC 9(8) VALUE ZEROS.
       01 W-USUARIO PIC X(8) VALUE SPACES.
       01 W-MSG-ERROR PIC X(40) VALUE SPACES.
       01 W-OPC PIC X VALUE SPACES.
       01 W-ESCRITOS PIC 9(3) VALUE ZEROS.
       01 W-CONSULTAS PIC 9(3) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-INICIO.
	   OPEN I-O VALTAB
	   IF VALTAB-STATUS = "35"
	       OPEN OUTPUT VALTAB
	       CLOSE VALTAB
	       OPEN I-O VALTAB
	   END-IF
	   IF VALTAB-STATUS NOT = "00"
	       DISPLAY ERASE
	       DISPLAY "NO SE PUDO ABRIR LA TABLA DE VALES" AT 0510
	       DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 0710
	       ACCEPT W-OPC AT 0740
	       GOBACK
	   END-IF
	   ACCEPT W-FECHA-HOY FROM DATE
	   ADD 20000000 TO W-FECHA-HOY
	   CALL "SESUSR" USING W-USUARIO
	   PERFORM 100-CAPTURA UNTIL W-OPC = "S" OR "s"
	   PERFORM 400-ESCRIBE-RUNLOG
	   CLOSE VALTAB
	   GOBACK.

       100-CAPTURA.
	   DISPLAY ERASE
	   DISPLAY "TABLA DE VALES DE DESPENSA" AT 0310
	   DISPLAY "TIPO (P=PUESTO D=DEPTO, BLANCO=SALIR):" AT 0510
	   MOVE SPACES TO W-TIPO
	   ACCEPT W-TIPO AT 0550
	   INSPECT W-TIPO CONVERTING "pd" TO "PD"
	   IF W-TIPO = SPACES
	       MOVE "S" TO W-OPC
	   ELSE
	       IF W-TIPO NOT = "P" AND W-TIPO NOT = "D"
		   DISPLAY "ERROR: TIPO DEBE SER P O D" AT 0710
		   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 0910
		   ACCEPT W-OPC AT 0940
		   MOVE SPACES TO W-OPC
	       ELSE
		   DISPLAY "PUESTO O DEPARTAMENTO :" AT 0610
		   MOVE SPACES TO W-CODIGO
		   ACCEPT W-CODIGO AT 0634
		   IF W-CODIGO NOT = SPACES
		       ADD 1 TO W-CONSULTAS
		       PERFORM 200-MANTIENE
		   END-IF
	       END-IF
	   END-IF.

       200-MANTIENE.
	   MOVE W-TIPO TO VLT-TIPO
	   MOVE W-CODIGO TO VLT-CODIGO
	   READ VALTAB
	       INVALID KEY
		   MOVE ZEROS TO W-PCT W-MONTO
		   MOVE "A" TO W-ACTIVO
		   DISPLAY "REGISTRO NUEVO" AT 0710
	       NOT INVALID KEY
		   MOVE VLT-PCT TO W-PCT
		   MOVE VLT-MONTO TO W-MONTO
		   MOVE VLT-ACTIVO TO W-ACTIVO
		   DISPLAY "REGISTRO EXISTENTE" AT 0710
	   END-READ
	   DISPLAY "PORCENTAJE DEL SUELDO    :" AT 0910
	   ACCEPT W-PCT AT 0937
	   DISPLAY "O IMPORTE FIJO MENSUAL   :" AT 1010
	   ACCEPT W-MONTO AT 1037
	   DISPLAY "ACTIVO (A/I)             :" AT 1110
	   ACCEPT W-ACTIVO AT 1137
	   PERFORM 220-VALIDA
	   IF W-MSG-ERROR NOT = SPACES
	       DISPLAY W-MSG-ERROR AT 1310
	       DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 1510
	       ACCEPT W-OPC AT 1540
	       MOVE SPACES TO W-OPC
	   ELSE
	       DISPLAY "A-ALTA C-CAMBIO B-BAJA (ENTER=NADA):" AT 1310
	       MOVE SPACES TO W-OPC
	       ACCEPT W-OPC AT 1347
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
	   INSPECT W-ACTIVO CONVERTING "ai" TO "AI"
	   IF W-ACTIVO NOT = "A" AND W-ACTIVO NOT = "I"
	       MOVE "ERROR: ACTIVO DEBE SER A O I" TO W-MSG-ERROR
	   END-IF
	   IF W-PCT = ZEROS AND W-MONTO = ZEROS
	       MOVE "ERROR: CAPTURE PORCENTAJE O IMPORTE"
		   TO W-MSG-ERROR
	   END-IF
	   IF W-PCT > ZEROS AND W-MONTO > ZEROS
	       MOVE "ERROR: PORCENTAJE O IMPORTE, NO AMBOS"
		   TO W-MSG-ERROR
	   END-IF.

       250-MUEVE-CAMPOS.
	   MOVE W-TIPO TO VLT-TIPO
	   MOVE W-CODIGO TO VLT-CODIGO
	   MOVE W-PCT TO VLT-PCT
	   MOVE W-MONTO TO VLT-MONTO
	   MOVE W-ACTIVO TO VLT-ACTIVO
	   MOVE W-USUARIO TO VLT-USUARIO
	   MOVE W-FECHA-HOY TO VLT-FECHA-CAP.

       300-ALTA.
	   PERFORM 250-MUEVE-CAMPOS
	   WRITE REG-VALTAB
	       INVALID KEY
		   DISPLAY "ERROR: EL REGISTRO YA EXISTE" AT 1510
	       NOT INVALID KEY
		   ADD 1 TO W-ESCRITOS
		   DISPLAY "REGISTRO DADO DE ALTA" AT 1510
	   END-WRITE
	   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 1710
	   ACCEPT W-OPC AT 1740.

       310-CAMBIO.
	   PERFORM 250-MUEVE-CAMPOS
	   REWRITE REG-VALTAB
	       INVALID KEY
		   DISPLAY "ERROR: EL REGISTRO NO EXISTE" AT 1510
	       NOT INVALID KEY
		   ADD 1 TO W-ESCRITOS
		   DISPLAY "REGISTRO ACTUALIZADO" AT 1510
	   END-REWRITE
	   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 1710
	   ACCEPT W-OPC AT 1740.

       320-BAJA.
	   MOVE W-TIPO TO VLT-TIPO
	   MOVE W-CODIGO TO VLT-CODIGO
	   DELETE VALTAB
	       INVALID KEY
		   DISPLAY "ERROR: EL REGISTRO NO EXISTE" AT 1510
	       NOT INVALID KEY
		   ADD 1 TO W-ESCRITOS
		   DISPLAY "REGISTRO DADO DE BAJA" AT 1510
	   END-DELETE
	   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 1710
	   ACCEPT W-OPC AT 1740.

       400-ESCRIBE-RUNLOG.
	   MOVE "VALMNT" TO RUNLOG-PROGRAMA
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
