       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINCMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT SINCAT ASSIGN TO "SINCAT"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS SNC-SINDICATO
	       FILE STATUS IS SINCAT-STATUS.
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SINCAT.
       COPY "SINCAT.wks".
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 SINCAT-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 W-SINDICATO PIC X(6) VALUE SPACES.
       01 W-NOMBRE PIC X(30) VALUE SPACES.
       01 W-RFC PIC X(13) VALUE SPACES.
       01 W-BANCO PIC X(20) VALUE SPACES.
       01 W-CLABE PIC X(18) VALUE SPACES.
       01 W-ACTIVO PIC X VALUE SPACES.
       01 W-MSG-ERROR PIC X(40) VALUE SPACES.
       01 W-OPC PIC X VALUE SPACES.
       01 W-ESCRITOS PIC 9(3) VALUE ZEROS.
       01 W-CONSULTAS PIC 9(3) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-INICIO.
	   OPEN I-O SINCAT
	   IF SINCAT-STATUS = "35"
	       OPEN OUTPUT SINCAT
	       CLOSE SINCAT
	       OPEN I-O SINCAT
	   END-IF
	   IF SINCAT-STATUS NOT = "00"
	       DISPLAY ERASE
	       DISPLAY "NO SE PUDO ABRIR EL CATALOGO DE SINDICATOS"
		   AT 0510
	       DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 0710
	       ACCEPT W-OPC AT 0740
	       GOBACK
	   END-IF
	   PERFORM 100-CAPTURA UNTIL W-OPC = "S" OR "s"
	   PERFORM 400-ESCRIBE-RUNLOG
	   CLOSE SINCAT
	   GOBACK.

       100-CAPTURA.
	   DISPLAY ERASE
	   DISPLAY "CATALOGO DE SINDICATOS" AT 0310
	   DISPLAY "CLAVE DE SINDICATO (BLANCO=SALIR):" AT 0510
	   MOVE SPACES TO W-SINDICATO
	   ACCEPT W-SINDICATO AT 0545
	   IF W-SINDICATO = SPACES
	       MOVE "S" TO W-OPC
	   ELSE
	       ADD 1 TO W-CONSULTAS
	       PERFORM 200-MANTIENE
	   END-IF.

       200-MANTIENE.
	   MOVE W-SINDICATO TO SNC-SINDICATO
	   READ SINCAT
	       INVALID KEY
		   MOVE SPACES TO W-NOMBRE W-RFC W-BANCO W-CLABE
		   MOVE "A" TO W-ACTIVO
		   DISPLAY "SINDICATO NUEVO" AT 0710
	       NOT INVALID KEY
		   MOVE SNC-NOMBRE TO W-NOMBRE
		   MOVE SNC-RFC TO W-RFC
		   MOVE SNC-BANCO TO W-BANCO
		   MOVE SNC-CLABE TO W-CLABE
		   MOVE SNC-ACTIVO TO W-ACTIVO
		   DISPLAY "SINDICATO EXISTENTE" AT 0710
	   END-READ
	   DISPLAY "NOMBRE DEL SINDICATO     :" AT 0910
	   ACCEPT W-NOMBRE AT 0937
	   DISPLAY "RFC                      :" AT 1010
	   ACCEPT W-RFC AT 1037
	   DISPLAY "BANCO                    :" AT 1110
	   ACCEPT W-BANCO AT 1137
	   DISPLAY "CLABE PARA EL ENTERO     :" AT 1210
	   ACCEPT W-CLABE AT 1237
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
	   IF W-ACTIVO NOT = "A" AND W-ACTIVO NOT = "I"
	       MOVE "ERROR: ACTIVO DEBE SER A O I" TO W-MSG-ERROR
	   END-IF
	   IF W-CLABE NOT NUMERIC
	       MOVE "ERROR: LA CLABE DEBE SER DE 18 DIGITOS"
		   TO W-MSG-ERROR
	   END-IF
	   IF W-NOMBRE = SPACES
	       MOVE "ERROR: CAPTURE EL NOMBRE DEL SINDICATO"
		   TO W-MSG-ERROR
	   END-IF.

       250-MUEVE-CAMPOS.
	   MOVE W-SINDICATO TO SNC-SINDICATO
	   MOVE W-NOMBRE TO SNC-NOMBRE
	   MOVE W-RFC TO SNC-RFC
	   MOVE W-BANCO TO SNC-BANCO
	   MOVE W-CLABE TO SNC-CLABE
	   MOVE W-ACTIVO TO SNC-ACTIVO.

       300-ALTA.
	   PERFORM 250-MUEVE-CAMPOS
	   WRITE REG-SINCAT
	       INVALID KEY
		   DISPLAY "ERROR: EL SINDICATO YA EXISTE" AT 1710
	       NOT INVALID KEY
		   ADD 1 TO W-ESCRITOS
		   DISPLAY "SINDICATO DADO DE ALTA" AT 1710
	   END-WRITE
	   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 1910
	   ACCEPT W-OPC AT 1940.

       310-CAMBIO.
	   PERFORM 250-MUEVE-CAMPOS
	   REWRITE REG-SINCAT
	       INVALID KEY
		   DISPLAY "ERROR: EL SINDICATO NO EXISTE" AT 1710
	       NOT INVALID KEY
		   ADD 1 TO W-ESCRITOS
		   DISPLAY "SINDICATO ACTUALIZADO" AT 1710
	   END-REWRITE
	   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 1910
	   ACCEPT W-OPC AT 1940.

       320-BAJA.
	   MOVE W-SINDICATO TO SNC-SINDICATO
	   DELETE SINCAT
	       INVALID KEY
		   DISPLAY "ERROR: EL SINDICATO NO EXISTE" AT 1710
	       NOT INVALID KEY
		   ADD 1 TO W-ESCRITOS
		   DISPLAY "SINDICATO DADO DE BAJA" AT 1710
	   END-DELETE
	   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 1910
	   ACCEPT W-OPC AT 1940.

       400-ESCRIBE-RUNLOG.
	   MOVE "SINCMNT" TO RUNLOG-PROGRAMA
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
