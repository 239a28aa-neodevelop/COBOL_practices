       IDENTIFICATION DIVISION.
       PROGRAM-ID. OBLMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT OBLCAL ASSIGN TO "OBLCAL"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS OBL-LLAVE
	       FILE STATUS IS OBLCAL-STATUS.
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OBLCAL.
       COPY "OBLCAL.wks".
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 OBLCAL-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 W-CIA PIC X(3) VALUE SPACES.
       01 W-CIA-NOMBRE PIC X(30) VALUE SPACES.
       01 W-OBL-CIA PIC X(3) VALUE SPACES.
       01 W-PROGRAMA PIC X(10) VALUE SPACES.
       01 W-DESC PIC X(30) VALUE SPACES.
       01 W-FRECUENCIA PIC X VALUE SPACES.
       01 W-DIA-VENCE PIC 99 VALUE ZEROS.
       01 W-DIAS-AVISO PIC 99 VALUE ZEROS.
       01 W-ACTIVO PIC X VALUE SPACES.
       01 W-FECHA-HOY PIC 9(8) VALUE ZEROS.
       01 W-USUARIO PIC X(8) VALUE SPACES.
       01 W-MSG-ERROR PIC X(40) VALUE SPACES.
       01 W-OPC PIC X VALUE SPACES.
       01 W-ESCRITOS PIC 9(3) VALUE ZEROS.
       01 W-CONSULTAS PIC 9(3) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-INICIO.
	   OPEN I-O OBLCAL
	   IF OBLCAL-STATUS = "35"
	       OPEN OUTPUT OBLCAL
	       CLOSE OBLCAL
	       OPEN I-O OBLCAL
	   END-IF
	   IF OBLCAL-STATUS NOT = "00"
	       DISPLAY ERASE
	       DISPLAY "NO SE PUDO ABRIR EL CALENDARIO DE OBLIGACIONES"
		   AT 0510
	       DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 0710
	       ACCEPT W-OPC AT 0740
	       GOBACK
	   END-IF
	   CALL "SETCIA" USING W-CIA W-CIA-NOMBRE
	   ACCEPT W-FECHA-HOY FROM DATE
	   ADD 20000000 TO W-FECHA-HOY
	   CALL "SESUSR" USING W-USUARIO
	   PERFORM 100-CAPTURA UNTIL W-OPC = "S" OR "s"
	   PERFORM 400-ESCRIBE-RUNLOG
	   CLOSE OBLCAL
	   GOBACK.

       100-CAPTURA.
	   DISPLAY ERASE
	   DISPLAY "CALENDARIO DE OBLIGACIONES" AT 0310
	   DISPLAY "COMPANIA                 :" AT 0510
	   MOVE W-CIA TO W-OBL-CIA
	   ACCEPT W-OBL-CIA AT 0537
	   DISPLAY "PROGRAMA (BLANCO=SALIR)  :" AT 0610
	   MOVE SPACES TO W-PROGRAMA
	   ACCEPT W-PROGRAMA AT 0637
	   IF W-PROGRAMA = SPACES
	       MOVE "S" TO W-OPC
	   ELSE
	       ADD 1 TO W-CONSULTAS
	       PERFORM 200-MANTIENE
	   END-IF.

       200-MANTIENE.
	   MOVE W-OBL-CIA TO OBL-CIA
	   MOVE W-PROGRAMA TO OBL-PROGRAMA
	   READ OBLCAL
	       INVALID KEY
		   MOVE SPACES TO W-DESC
		   MOVE "M" TO W-FRECUENCIA
		   MOVE 17 TO W-DIA-VENCE
		   MOVE 3 TO W-DIAS-AVISO
		   MOVE "A" TO W-ACTIVO
		   DISPLAY "OBLIGACION NUEVA" AT 0710
	       NOT INVALID KEY
		   MOVE OBL-DESC TO W-DESC
		   MOVE OBL-FRECUENCIA TO W-FRECUENCIA
		   MOVE OBL-DIA-VENCE TO W-DIA-VENCE
		   MOVE OBL-DIAS-AVISO TO W-DIAS-AVISO
		   MOVE OBL-ACTIVO TO W-ACTIVO
		   DISPLAY "OBLIGACION EXISTENTE" AT 0710
	   END-READ
	   DISPLAY "DESCRIPCION              :" AT 0910
	   ACCEPT W-DESC AT 0937
	   DISPLAY "FRECUENCIA (M=MENSUAL B=BIMESTRAL):" AT 1010
	   ACCEPT W-FRECUENCIA AT 1047
	   DISPLAY "DIA DE VENCIMIENTO       :" AT 1110
	   ACCEPT W-DIA-VENCE AT 1137
	   DISPLAY "DIAS DE AVISO PREVIO     :" AT 1210
	   ACCEPT W-DIAS-AVISO AT 1237
	   DISPLAY "ACTIVO (A/I)             :" AT 1310
	   ACCEPT W-ACTIVO AT 1337
	   PERFORM 220-VALIDA
	   IF W-MSG-ERROR NOT = SPACES
	       DISPLAY W-MSG-ERROR AT 1510
	       DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 1710
	       ACCEPT W-OPC AT 1740
	       MOVE SPACES TO W-OPC
	   ELSE
	       DISPLAY "A-ALTA C-CAMBIO B-BAJA (ENTER=NADA):" AT 1510
	       MOVE SPACES TO W-OPC
	       ACCEPT W-OPC AT 1547
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
	   INSPECT W-FRECUENCIA CONVERTING "mb" TO "MB"
	   IF W-ACTIVO NOT = "A" AND W-ACTIVO NOT = "I"
	       MOVE "ERROR: ACTIVO DEBE SER A O I" TO W-MSG-ERROR
	   END-IF
	   IF W-DIAS-AVISO > 20
	       MOVE "ERROR: AVISO PREVIO MAXIMO 20 DIAS"
		   TO W-MSG-ERROR
	   END-IF
	   IF W-DIA-VENCE < 1 OR W-DIA-VENCE > 31
	       MOVE "ERROR: DIA DE VENCIMIENTO INVALIDO"
		   TO W-MSG-ERROR
	   END-IF
	   IF W-FRECUENCIA NOT = "M" AND W-FRECUENCIA NOT = "B"
	       MOVE "ERROR: FRECUENCIA DEBE SER M O B" TO W-MSG-ERROR
	   END-IF
	   IF W-OBL-CIA = SPACES
	       MOVE "ERROR: CAPTURE LA COMPANIA" TO W-MSG-ERROR
	   END-IF.

       250-MUEVE-CAMPOS.
	   MOVE W-OBL-CIA TO OBL-CIA
	   MOVE W-PROGRAMA TO OBL-PROGRAMA
	   MOVE W-DESC TO OBL-DESC
	   MOVE W-FRECUENCIA TO OBL-FRECUENCIA
	   MOVE W-DIA-VENCE TO OBL-DIA-VENCE
	   MOVE W-DIAS-AVISO TO OBL-DIAS-AVISO
	   MOVE W-ACTIVO TO OBL-ACTIVO
	   MOVE W-USUARIO TO OBL-USUARIO
	   MOVE W-FECHA-HOY TO OBL-FECHA-CAP.

       300-ALTA.
	   PERFORM 250-MUEVE-CAMPOS
	   WRITE REG-OBLCAL
	       INVALID KEY
		   DISPLAY "ERROR: LA OBLIGACION YA EXISTE" AT 1710
	       NOT INVALID KEY
		   ADD 1 TO W-ESCRITOS
		   DISPLAY "OBLIGACION DADA DE ALTA" AT 1710
	   END-WRITE
	   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 1910
	   ACCEPT W-OPC AT 1940.

       310-CAMBIO.
	   PERFORM 250-MUEVE-CAMPOS
	   REWRITE REG-OBLCAL
	       INVALID KEY
		   DISPLAY "ERROR: LA OBLIGACION NO EXISTE" AT 1710
	       NOT INVALID KEY
		   ADD 1 TO W-ESCRITOS
		   DISPLAY "OBLIGACION ACTUALIZADA" AT 1710
	   END-REWRITE
	   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 1910
	   ACCEPT W-OPC AT 1940.

       320-BAJA.
	   MOVE W-OBL-CIA TO OBL-CIA
	   MOVE W-PROGRAMA TO OBL-PROGRAMA
	   DELETE OBLCAL
	       INVALID KEY
		   DISPLAY "ERROR: LA OBLIGACION NO EXISTE" AT 1710
	       NOT INVALID KEY
		   ADD 1 TO W-ESCRITOS
		   DISPLAY "OBLIGACION DADA DE BAJA" AT 1710
	   END-DELETE
	   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 1910
	   ACCEPT W-OPC AT 1940.

       400-ESCRIBE-RUNLOG.
	   MOVE "OBLMNT" TO RUNLOG-PROGRAMA
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
