       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT CONTRATO ASSIGN TO "CONTRATO"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS CON-EMPLEADO-ID
	       FILE STATUS IS CONTRATO-STATUS.
	   SELECT CONHIST ASSIGN TO "CONHIST"
	       FILE STATUS IS CONHIST-STATUS.
	   SELECT EMPMAST ASSIGN TO "EMPMAST"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS EMP-REC-ID
	       FILE STATUS IS EMPMAST-STATUS.
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CONTRATO.
       COPY "CONTRATO.wks".
       FD CONHIST.
       COPY "CONHIST.wks".
       FD EMPMAST.
       COPY "EMPMAST.wks".
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 CONTRATO-STATUS PIC XX.
       01 CONHIST-STATUS PIC XX.
       01 EMPMAST-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 SW-EMPMAST PIC 9 VALUE ZEROS.
       01 SW-EXISTE PIC 9 VALUE ZEROS.
       01 SW-VALIDO PIC 9 VALUE ZEROS.
       01 SW-FIN-HIS PIC 9 VALUE ZEROS.
       01 W-EMP-ID PIC X(8) VALUE SPACES.
       01 W-TIPO PIC X VALUE SPACES.
       01 W-FECHA-INI PIC 9(8) VALUE ZEROS.
       01 W-FECHA-FIN PIC 9(8) VALUE ZEROS.
       01 W-FIN-PRUEBA PIC 9(8) VALUE ZEROS.
       01 W-FECHA PIC 9(8) VALUE ZEROS.
       01 W-FECHA-R REDEFINES W-FECHA.
	   03 W-FEC-ANO PIC 9(4).
	   03 W-FEC-MES PIC 99.
	   03 W-FEC-DIA PIC 99.
       01 W-ACCION PIC X VALUE SPACES.
       01 W-ANTES.
	   03 W-ANT-TIPO PIC X.
	   03 W-ANT-FECHA-INI PIC 9(8).
	   03 W-ANT-FECHA-FIN PIC 9(8).
	   03 W-ANT-FIN-PRUEBA PIC 9(8).
       01 W-RENGLON PIC 99 VALUE ZEROS.
       01 W-REN-AT PIC 9(4) VALUE ZEROS.
       01 W-OPC PIC X VALUE SPACES.
       01 W-ESCRITOS PIC 9(3) VALUE ZEROS.
       01 W-CONSULTAS PIC 9(3) VALUE ZEROS.
       01 LINEA-HIS.
	   03 ACCION-H PIC X.
	   03 FILLER PIC X VALUE SPACES.
	   03 FECHA-H PIC 9(6).
	   03 FILLER PIC X VALUE SPACES.
	   03 TIPO-ANT-H PIC X.
	   03 FILLER PIC X VALUE SPACES.
	   03 FIN-ANT-H PIC 9(8).
	   03 FILLER PIC X(4) VALUE " -> ".
	   03 TIPO-DES-H PIC X.
	   03 FILLER PIC X VALUE SPACES.
	   03 INI-DES-H PIC 9(8).
	   03 FILLER PIC X VALUE SPACES.
	   03 FIN-DES-H PIC 9(8).
	   03 FILLER PIC X VALUE SPACES.
	   03 USUARIO-H PIC X(8).
       PROCEDURE DIVISION.
       000-INICIO.
	   OPEN I-O CONTRATO
	   IF CONTRATO-STATUS = "35"
	       OPEN OUTPUT CONTRATO
	       CLOSE CONTRATO
	       OPEN I-O CONTRATO
	   END-IF
	   IF CONTRATO-STATUS NOT = "00"
	       DISPLAY ERASE
	       DISPLAY "NO SE PUDO ABRIR ARCHIVO DE CONTRATOS" AT 0510
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
	   CLOSE CONTRATO
	   GOBACK.

       100-CAPTURA.
	   DISPLAY ERASE
	   DISPLAY "CONTRATOS DE TRABAJO DE EMPLEADOS" AT 0310
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
	   MOVE W-EMP-ID TO CON-EMPLEADO-ID
	   READ CONTRATO
	       INVALID KEY
		   MOVE "I" TO W-TIPO
		   MOVE ZEROS TO W-FECHA-INI W-FECHA-FIN W-FIN-PRUEBA
		   MOVE SPACES TO W-ANT-TIPO
		   MOVE ZEROS TO W-ANT-FECHA-INI W-ANT-FECHA-FIN
		   MOVE ZEROS TO W-ANT-FIN-PRUEBA
		   DISPLAY "CONTRATO NUEVO" AT 0710
	       NOT INVALID KEY
		   MOVE 1 TO SW-EXISTE
		   MOVE CON-TIPO TO W-TIPO
		   MOVE CON-FECHA-INI TO W-FECHA-INI
		   MOVE CON-FECHA-FIN TO W-FECHA-FIN
		   MOVE CON-FIN-PRUEBA TO W-FIN-PRUEBA
		   MOVE CON-TIPO TO W-ANT-TIPO
		   MOVE CON-FECHA-INI TO W-ANT-FECHA-INI
		   MOVE CON-FECHA-FIN TO W-ANT-FECHA-FIN
		   MOVE CON-FIN-PRUEBA TO W-ANT-FIN-PRUEBA
		   DISPLAY "CONTRATO EXISTENTE. RENOVACIONES:" AT 0710
		   DISPLAY CON-RENOVACIONES AT 0744
	   END-READ
	   DISPLAY "TIPO (I=INDETERMINADO D=DETERMINADO" AT 0910
	   DISPLAY "      O=OBRA C=CAPACITACION INICIAL):" AT 1010
	   ACCEPT W-TIPO AT 1049
	   DISPLAY "FECHA INICIO      (AAAAMMDD):" AT 1110
	   ACCEPT W-FECHA-INI AT 1141
	   DISPLAY "FECHA TERMINO     (AAAAMMDD):" AT 1210
	   ACCEPT W-FECHA-FIN AT 1241
	   DISPLAY "FIN PER. PRUEBA   (AAAAMMDD):" AT 1310
	   ACCEPT W-FIN-PRUEBA AT 1341
	   DISPLAY "A-ALTA C-CAMBIO R-RENOVACION B-BAJA H-HISTORIAL:"
	       AT 1510
	   MOVE SPACES TO W-OPC
	   ACCEPT W-OPC AT 1559
	   EVALUATE W-OPC
	       WHEN "A" WHEN "a"
		   PERFORM 260-VALIDA
		   IF SW-VALIDO = 1
		       PERFORM 300-ALTA
		   END-IF
	       WHEN "C" WHEN "c"
		   PERFORM 260-VALIDA
		   IF SW-VALIDO = 1
		       MOVE "C" TO W-ACCION
		       PERFORM 310-CAMBIO
		   END-IF
	       WHEN "R" WHEN "r"
		   PERFORM 260-VALIDA
		   IF SW-VALIDO = 1
		       MOVE "R" TO W-ACCION
		       PERFORM 310-CAMBIO
		   END-IF
	       WHEN "B" WHEN "b"
		   PERFORM 320-BAJA
	       WHEN "H" WHEN "h"
		   PERFORM 330-HISTORIAL
	       WHEN OTHER
		   CONTINUE
	   END-EVALUATE
	   MOVE SPACES TO W-OPC.

       250-MUEVE-CAMPOS.
	   MOVE W-EMP-ID TO CON-EMPLEADO-ID
	   MOVE W-TIPO TO CON-TIPO
	   MOVE W-FECHA-INI TO CON-FECHA-INI
	   MOVE W-FECHA-FIN TO CON-FECHA-FIN
	   MOVE W-FIN-PRUEBA TO CON-FIN-PRUEBA.

       260-VALIDA.
	   MOVE 1 TO SW-VALIDO
	   IF W-TIPO = "i" OR "d" OR "o" OR "c"
	       INSPECT W-TIPO CONVERTING "idoc" TO "IDOC"
	   END-IF
	   IF W-TIPO NOT = "I" AND W-TIPO NOT = "D"
		   AND W-TIPO NOT = "O" AND W-TIPO NOT = "C"
	       MOVE ZEROS TO SW-VALIDO
	       DISPLAY "ERROR: TIPO DE CONTRATO INVALIDO" AT 1710
	   END-IF
	   MOVE W-FECHA-INI TO W-FECHA
	   PERFORM 270-VALIDA-FECHA
	   IF W-FECHA-INI = ZEROS
	       MOVE ZEROS TO SW-VALIDO
	       DISPLAY "ERROR: FECHA DE INICIO INVALIDA" AT 1710
	   END-IF
	   IF W-TIPO = "I"
	       IF W-FECHA-FIN NOT = ZEROS
		   MOVE ZEROS TO SW-VALIDO
		   DISPLAY "ERROR: INDETERMINADO SIN FECHA TERMINO"
		       AT 1710
	       END-IF
	   ELSE
	       MOVE W-FECHA-FIN TO W-FECHA
	       PERFORM 270-VALIDA-FECHA
	       IF W-FECHA-FIN = ZEROS OR W-FECHA-FIN NOT > W-FECHA-INI
		   MOVE ZEROS TO SW-VALIDO
		   DISPLAY "ERROR: FECHA DE TERMINO INVALIDA" AT 1710
	       END-IF
	   END-IF
	   IF W-FIN-PRUEBA NOT = ZEROS
	       MOVE W-FIN-PRUEBA TO W-FECHA
	       PERFORM 270-VALIDA-FECHA
	       IF W-FIN-PRUEBA NOT > W-FECHA-INI
		   MOVE ZEROS TO SW-VALIDO
		   DISPLAY "ERROR: FIN DE PRUEBA INVALIDO" AT 1710
	       END-IF
	   END-IF
	   IF SW-VALIDO = ZEROS
	       DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 1910
	       ACCEPT W-OPC AT 1940
	   END-IF.

       270-VALIDA-FECHA.
	   IF W-FECHA NOT = ZEROS
	       IF W-FEC-MES < 1 OR W-FEC-MES > 12
		       OR W-FEC-DIA < 1 OR W-FEC-DIA > 31
		       OR W-FEC-ANO < 1950
		   MOVE ZEROS TO SW-VALIDO
		   DISPLAY "ERROR: FECHA CON FORMATO INVALIDO" AT 1810
	       END-IF
	   END-IF.

       300-ALTA.
	   PERFORM 250-MUEVE-CAMPOS
	   MOVE ZEROS TO CON-RENOVACIONES
	   MOVE ZEROS TO CON-AVISO-FIN CON-AVISO-PRUEBA
	   MOVE ZEROS TO CON-AVISO-VENCIDO
	   WRITE REG-CONTRATO
	       INVALID KEY
		   DISPLAY "ERROR: EMPLEADO YA TIENE CONTRATO" AT 1710
	       NOT INVALID KEY
		   ADD 1 TO W-ESCRITOS
		   MOVE "A" TO W-ACCION
		   PERFORM 350-ESCRIBE-HISTORIA
		   DISPLAY "CONTRATO DADO DE ALTA" AT 1710
	   END-WRITE
	   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 1910
	   ACCEPT W-OPC AT 1940
	   MOVE SPACES TO W-OPC.

       310-CAMBIO.
	   IF SW-EXISTE = ZEROS
	       DISPLAY "ERROR: EMPLEADO SIN CONTRATO" AT 1710
	   ELSE
	       PERFORM 250-MUEVE-CAMPOS
	       IF W-ACCION = "R"
		   ADD 1 TO CON-RENOVACIONES
	       END-IF
	       IF CON-FECHA-FIN NOT = W-ANT-FECHA-FIN
		   MOVE ZEROS TO CON-AVISO-FIN CON-AVISO-VENCIDO
	       END-IF
	       IF CON-FIN-PRUEBA NOT = W-ANT-FIN-PRUEBA
		   MOVE ZEROS TO CON-AVISO-PRUEBA
	       END-IF
	       REWRITE REG-CONTRATO
		   INVALID KEY
		       DISPLAY "ERROR: EMPLEADO SIN CONTRATO"
			   AT 1710
		   NOT INVALID KEY
		       ADD 1 TO W-ESCRITOS
		       PERFORM 350-ESCRIBE-HISTORIA
		       IF W-ACCION = "R"
			   DISPLAY "CONTRATO RENOVADO" AT 1710
		       ELSE
			   DISPLAY "CONTRATO ACTUALIZADO" AT 1710
		       END-IF
	       END-REWRITE
	   END-IF
	   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 1910
	   ACCEPT W-OPC AT 1940
	   MOVE SPACES TO W-OPC.

       320-BAJA.
	   MOVE W-EMP-ID TO CON-EMPLEADO-ID
	   DELETE CONTRATO
	       INVALID KEY
		   DISPLAY "ERROR: EMPLEADO SIN CONTRATO" AT 1710
	       NOT INVALID KEY
		   ADD 1 TO W-ESCRITOS
		   MOVE "B" TO W-ACCION
		   MOVE SPACES TO W-TIPO
		   MOVE ZEROS TO W-FECHA-INI W-FECHA-FIN W-FIN-PRUEBA
		   PERFORM 350-ESCRIBE-HISTORIA
		   DISPLAY "CONTRATO DADO DE BAJA" AT 1710
	   END-DELETE
	   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 1910
	   ACCEPT W-OPC AT 1940
	   MOVE SPACES TO W-OPC.

       330-HISTORIAL.
	   DISPLAY ERASE
	   DISPLAY "HISTORIAL DE CONTRATOS DEL EMPLEADO" AT 0310
	   DISPLAY W-EMP-ID AT 0350
	   DISPLAY "M FECHA  T ANT.TERM    T INICIO   TERMINO  USUARIO"
	       AT 0510
	   MOVE 6 TO W-RENGLON
	   MOVE ZEROS TO SW-FIN-HIS
	   OPEN INPUT CONHIST
	   IF CONHIST-STATUS NOT = "00"
	       MOVE 1 TO SW-FIN-HIS
	   END-IF
	   PERFORM UNTIL SW-FIN-HIS = 1
	       READ CONHIST
		   AT END
		       MOVE 1 TO SW-FIN-HIS
		   NOT AT END
		       IF CNH-EMPLEADO-ID = W-EMP-ID
			       AND W-RENGLON < 22
			   MOVE CNH-ACCION TO ACCION-H
			   MOVE CNH-FECHA TO FECHA-H
			   MOVE CNH-ANT-TIPO TO TIPO-ANT-H
			   MOVE CNH-ANT-FECHA-FIN TO FIN-ANT-H
			   MOVE CNH-DES-TIPO TO TIPO-DES-H
			   MOVE CNH-DES-FECHA-INI TO INI-DES-H
			   MOVE CNH-DES-FECHA-FIN TO FIN-DES-H
			   MOVE CNH-USUARIO TO USUARIO-H
			   COMPUTE W-REN-AT = W-RENGLON * 100 + 10
			   DISPLAY LINEA-HIS AT W-REN-AT
			   ADD 1 TO W-RENGLON
		       END-IF
	       END-READ
	   END-PERFORM
	   IF CONHIST-STATUS NOT = "35"
	       CLOSE CONHIST
	   END-IF
	   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 2310
	   ACCEPT W-OPC AT 2340
	   MOVE SPACES TO W-OPC.

       350-ESCRIBE-HISTORIA.
	   MOVE W-EMP-ID TO CNH-EMPLEADO-ID
	   MOVE W-ACCION TO CNH-ACCION
	   ACCEPT CNH-FECHA FROM DATE
	   ACCEPT CNH-HORA FROM TIME
	   CALL "SESUSR" USING CNH-USUARIO
	   MOVE W-ANT-TIPO TO CNH-ANT-TIPO
	   MOVE W-ANT-FECHA-INI TO CNH-ANT-FECHA-INI
	   MOVE W-ANT-FECHA-FIN TO CNH-ANT-FECHA-FIN
	   MOVE W-ANT-FIN-PRUEBA TO CNH-ANT-FIN-PRUEBA
	   MOVE W-TIPO TO CNH-DES-TIPO
	   MOVE W-FECHA-INI TO CNH-DES-FECHA-INI
	   MOVE W-FECHA-FIN TO CNH-DES-FECHA-FIN
	   MOVE W-FIN-PRUEBA TO CNH-DES-FIN-PRUEBA
	   OPEN EXTEND CONHIST
	   IF CONHIST-STATUS = "35"
	       OPEN OUTPUT CONHIST
	   END-IF
	   WRITE REG-CONHIST
	   CLOSE CONHIST
	   MOVE W-TIPO TO W-ANT-TIPO
	   MOVE W-FECHA-INI TO W-ANT-FECHA-INI
	   MOVE W-FECHA-FIN TO W-ANT-FECHA-FIN
	   MOVE W-FIN-PRUEBA TO W-ANT-FIN-PRUEBA.

       400-ESCRIBE-RUNLOG.
	   MOVE "CONMNT" TO RUNLOG-PROGRAMA
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
