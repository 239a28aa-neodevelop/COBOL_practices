       IDENTIFICATION DIVISION.
       PROGRAM-ID. GMMPLN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT GMMPLAN ASSIGN TO "GMMPLAN"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS GPL-PLAN
	       FILE STATUS IS GMMPLAN-STATUS.
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD GMMPLAN.
       COPY "GMMPLAN.wks".
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 GMMPLAN-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 W-PLAN PIC X(4) VALUE SPACES.
       01 W-DESC PIC X(30) VALUE SPACES.
       01 W-ASEGURADORA PIC X(20) VALUE SPACES.
       01 W-POLIZA PIC X(15) VALUE SPACES.
       01 W-PRIMA-PERSONA PIC 9(5)V99 VALUE ZEROS.
       01 W-APORTA-TIT PIC 9(5)V99 VALUE ZEROS.
       01 W-APORTA-DEP PIC 9(5)V99 VALUE ZEROS.
       01 W-ACTIVO PIC X VALUE SPACES.
       01 W-MSG-ERROR PIC X(40) VALUE SPACES.
       01 W-OPC PIC X VALUE SPACES.
       01 W-ESCRITOS PIC 9(3) VALUE ZEROS.
       01 W-CONSULTAS PIC 9(3) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-INICIO.
	   OPEN I-O GMMPLAN
	   IF GMMPLAN-STATUS = "35"
	       OPEN OUTPUT GMMPLAN
	       CLOSE GMMPLAN
	       OPEN I-O GMMPLAN
	   END-IF
	   IF GMMPLAN-STATUS NOT = "00"
	       DISPLAY ERASE
	       DISPLAY "NO SE PUDO ABRIR PLANES DE GASTOS MEDICOS"
		   AT 0510
	       DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 0710
	       ACCEPT W-OPC AT 0740
	       GOBACK
	   END-IF
	   PERFORM 100-CAPTURA UNTIL W-OPC = "S" OR "s"
	   PERFORM 400-ESCRIBE-RUNLOG
	   CLOSE GMMPLAN
	   GOBACK.

       100-CAPTURA.
	   DISPLAY ERASE
	   DISPLAY "PLANES DE GASTOS MEDICOS MAYORES" AT 0310
	   DISPLAY "CLAVE DE PLAN (BLANCO=SALIR):" AT 0510
	   MOVE SPACES TO W-PLAN
	   ACCEPT W-PLAN AT 0540
	   IF W-PLAN = SPACES
	       MOVE "S" TO W-OPC
	   ELSE
	       ADD 1 TO W-CONSULTAS
	       PERFORM 200-MANTIENE
	   END-IF.

       200-MANTIENE.
	   MOVE W-PLAN TO GPL-PLAN
	   READ GMMPLAN
	       INVALID KEY
		   MOVE SPACES TO W-DESC W-ASEGURADORA W-POLIZA
		   MOVE ZEROS TO W-PRIMA-PERSONA W-APORTA-TIT
		       W-APORTA-DEP
		   MOVE "A" TO W-ACTIVO
		   DISPLAY "PLAN NUEVO" AT 0710
	       NOT INVALID KEY
		   MOVE GPL-DESC TO W-DESC
		   MOVE GPL-ASEGURADORA TO W-ASEGURADORA
		   MOVE GPL-POLIZA TO W-POLIZA
		   MOVE GPL-PRIMA-PERSONA TO W-PRIMA-PERSONA
		   MOVE GPL-APORTA-TIT TO W-APORTA-TIT
		   MOVE GPL-APORTA-DEP TO W-APORTA-DEP
		   MOVE GPL-ACTIVO TO W-ACTIVO
		   DISPLAY "PLAN EXISTENTE" AT 0710
	   END-READ
	   DISPLAY "DESCRIPCION              :" AT 0910
	   ACCEPT W-DESC AT 0937
	   DISPLAY "ASEGURADORA              :" AT 1010
	   ACCEPT W-ASEGURADORA AT 1037
	   DISPLAY "POLIZA DE LA ASEGURADORA :" AT 1110
	   ACCEPT W-POLIZA AT 1137
	   DISPLAY "PRIMA MENSUAL POR PERSONA:" AT 1210
	   ACCEPT W-PRIMA-PERSONA AT 1237
	   DISPLAY "APORTACION MENSUAL TITULAR:" AT 1310
	   ACCEPT W-APORTA-TIT AT 1338
	   DISPLAY "APORTACION MENSUAL POR DEPENDIENTE:" AT 1410
	   ACCEPT W-APORTA-DEP AT 1446
	   DISPLAY "ACTIVO (A/I)             :" AT 1510
	   ACCEPT W-ACTIVO AT 1537
	   PERFORM 220-VALIDA
	   IF W-MSG-ERROR NOT = SPACES
	       DISPLAY W-MSG-ERROR AT 1710
	       DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 1910
	       ACCEPT W-OPC AT 1940
	       MOVE SPACES TO W-OPC
	   ELSE
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
	   INSPECT W-ACTIVO CONVERTING "ai" TO "AI"
	   IF W-ACTIVO NOT = "A" AND W-ACTIVO NOT = "I"
	       MOVE "ERROR: ACTIVO DEBE SER A O I" TO W-MSG-ERROR
	   END-IF
	   IF W-PRIMA-PERSONA = ZEROS
	       MOVE "ERROR: CAPTURE LA PRIMA POR PERSONA"
		   TO W-MSG-ERROR
	   END-IF
	   IF W-DESC = SPACES OR W-ASEGURADORA = SPACES
	       MOVE "ERROR: CAPTURE DESCRIPCION Y ASEGURADORA"
		   TO W-MSG-ERROR
	   END-IF.

       250-MUEVE-CAMPOS.
	   MOVE W-PLAN TO GPL-PLAN
	   MOVE W-DESC TO GPL-DESC
	   MOVE W-ASEGURADORA TO GPL-ASEGURADORA
	   MOVE W-POLIZA TO GPL-POLIZA
	   MOVE W-PRIMA-PERSONA TO GPL-PRIMA-PERSONA
	   MOVE W-APORTA-TIT TO GPL-APORTA-TIT
	   MOVE W-APORTA-DEP TO GPL-APORTA-DEP
	   MOVE W-ACTIVO TO GPL-ACTIVO.

       300-ALTA.
	   PERFORM 250-MUEVE-CAMPOS
	   WRITE REG-GMMPLAN
	       INVALID KEY
		   DISPLAY "ERROR: EL PLAN YA EXISTE" AT 1910
	       NOT INVALID KEY
		   ADD 1 TO W-ESCRITOS
		   DISPLAY "PLAN DADO DE ALTA" AT 1910
	   END-WRITE
	   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 2110
	   ACCEPT W-OPC AT 2140.

       310-CAMBIO.
	   PERFORM 250-MUEVE-CAMPOS
	   REWRITE REG-GMMPLAN
	       INVALID KEY
		   DISPLAY "ERROR: EL PLAN NO EXISTE" AT 1910
	       NOT INVALID KEY
		   ADD 1 TO W-ESCRITOS
		   DISPLAY "PLAN ACTUALIZADO" AT 1910
	   END-REWRITE
	   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 2110
	   ACCEPT W-OPC AT 2140.

       320-BAJA.
	   MOVE W-PLAN TO GPL-PLAN
	   DELETE GMMPLAN
	       INVALID KEY
		   DISPLAY "ERROR: EL PLAN NO EXISTE" AT 1910
	       NOT INVALID KEY
		   ADD 1 TO W-ESCRITOS
		   DISPLAY "PLAN DADO DE BAJA" AT 1910
	   END-DELETE
	   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 2110
	   ACCEPT W-OPC AT 2140.

       400-ESCRIBE-RUNLOG.
	   MOVE "GMMPLN" TO RUNLOG-PROGRAMA
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
