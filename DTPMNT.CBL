       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTPMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT DOCTIPO ASSIGN TO "DOCTIPO"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS DTP-CODIGO
	       FILE STATUS IS DOCTIPO-STATUS.
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD DOCTIPO.
       COPY "DOCTIPO.wks".
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 DOCTIPO-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 SW-VALIDO PIC 9 VALUE ZEROS.
       01 W-CODIGO PIC X(6) VALUE SPACES.
       01 W-NOMBRE PIC X(30) VALUE SPACES.
       01 W-TODOS PIC X VALUE SPACES.
       01 W-VENCE PIC X VALUE SPACES.
       01 W-DIAS-AVISO PIC 9(3) VALUE ZEROS.
       01 W-PUESTOS.
	   03 W-PUESTO-REQ PIC X(6) OCCURS 5 TIMES.
       01 W-CONTRATOS.
	   03 W-CONTRATO-REQ PIC X OCCURS 4 TIMES.
       01 I-PUE PIC 9 VALUE ZEROS.
       01 I-CON PIC 9 VALUE ZEROS.
       01 W-OPC PIC X VALUE SPACES.
       01 W-ESCRITOS PIC 9(3) VALUE ZEROS.
       01 W-CONSULTAS PIC 9(3) VALUE ZEROS.
       PROCEDURE DIVISION.
       000-INICIO.
	   OPEN I-O DOCTIPO
	   IF DOCTIPO-STATUS = "35"
	       OPEN OUTPUT DOCTIPO
	       CLOSE DOCTIPO
	       OPEN I-O DOCTIPO
	   END-IF
	   IF DOCTIPO-STATUS NOT = "00"
	       DISPLAY ERASE
	       DISPLAY "NO SE PUDO ABRIR EL CATALOGO DE DOCUMENTOS"
		   AT 0510
	       DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 0710
	       ACCEPT W-OPC AT 0740
	       GOBACK
	   END-IF
	   PERFORM 100-CAPTURA UNTIL W-OPC = "S" OR "s"
	   PERFORM 400-ESCRIBE-RUNLOG
	   CLOSE DOCTIPO
	   GOBACK.

       100-CAPTURA.
	   DISPLAY ERASE
	   DISPLAY "CATALOGO DE DOCUMENTOS DEL EXPEDIENTE" AT 0310
	   DISPLAY "CLAVE DEL DOCUMENTO (BLANCO=SALIR):" AT 0510
	   MOVE SPACES TO W-CODIGO
	   ACCEPT W-CODIGO AT 0547
	   IF W-CODIGO = SPACES
	       MOVE "S" TO W-OPC
	   ELSE
	       ADD 1 TO W-CONSULTAS
	       PERFORM 200-MANTIENE
	   END-IF.

       200-MANTIENE.
	   MOVE W-CODIGO TO DTP-CODIGO
	   READ DOCTIPO
	       INVALID KEY
		   MOVE SPACES TO W-NOMBRE W-PUESTOS W-CONTRATOS
		   MOVE "S" TO W-TODOS
		   MOVE "N" TO W-VENCE
		   MOVE ZEROS TO W-DIAS-AVISO
		   DISPLAY "DOCUMENTO NUEVO" AT 0710
	       NOT INVALID KEY
		   MOVE DTP-NOMBRE TO W-NOMBRE
		   MOVE DTP-TODOS TO W-TODOS
		   MOVE DTP-VENCE TO W-VENCE
		   MOVE DTP-DIAS-AVISO TO W-DIAS-AVISO
		   PERFORM VARYING I-PUE FROM 1 BY 1 UNTIL I-PUE > 5
		       MOVE DTP-PUESTO-REQ(I-PUE) TO W-PUESTO-REQ(I-PUE)
		   END-PERFORM
		   PERFORM VARYING I-CON FROM 1 BY 1 UNTIL I-CON > 4
		       MOVE DTP-CONTRATO-REQ(I-CON)
			   TO W-CONTRATO-REQ(I-CON)
		   END-PERFORM
		   DISPLAY "DOCUMENTO EXISTENTE" AT 0710
	   END-READ
	   DISPLAY "NOMBRE DEL DOCUMENTO:" AT 0810
	   ACCEPT W-NOMBRE AT 0832
	   DISPLAY "OBLIGATORIO PARA TODOS (S/N):" AT 0910
	   ACCEPT W-TODOS AT 0940
	   DISPLAY "TIENE VIGENCIA (S/N):" AT 1010
	   ACCEPT W-VENCE AT 1032
	   DISPLAY "DIAS DE AVISO ANTES DE VENCER:" AT 1110
	   ACCEPT W-DIAS-AVISO AT 1141
	   DISPLAY "PUESTOS QUE LO REQUIEREN:" AT 1210
	   ACCEPT W-PUESTO-REQ(1) AT 1236
	   ACCEPT W-PUESTO-REQ(2) AT 1243
	   ACCEPT W-PUESTO-REQ(3) AT 1250
	   ACCEPT W-PUESTO-REQ(4) AT 1257
	   ACCEPT W-PUESTO-REQ(5) AT 1264
	   DISPLAY "TIPOS DE CONTRATO (I/D/O/C):" AT 1310
	   ACCEPT W-CONTRATO-REQ(1) AT 1340
	   ACCEPT W-CONTRATO-REQ(2) AT 1342
	   ACCEPT W-CONTRATO-REQ(3) AT 1344
	   ACCEPT W-CONTRATO-REQ(4) AT 1346
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
	   MOVE W-CODIGO TO DTP-CODIGO
	   MOVE W-NOMBRE TO DTP-NOMBRE
	   MOVE W-TODOS TO DTP-TODOS
	   MOVE W-VENCE TO DTP-VENCE
	   MOVE W-DIAS-AVISO TO DTP-DIAS-AVISO
	   PERFORM VARYING I-PUE FROM 1 BY 1 UNTIL I-PUE > 5
	       MOVE W-PUESTO-REQ(I-PUE) TO DTP-PUESTO-REQ(I-PUE)
	   END-PERFORM
	   PERFORM VARYING I-CON FROM 1 BY 1 UNTIL I-CON > 4
	       MOVE W-CONTRATO-REQ(I-CON) TO DTP-CONTRATO-REQ(I-CON)
	   END-PERFORM.

       260-VALIDA.
	   MOVE 1 TO SW-VALIDO
	   INSPECT W-TODOS CONVERTING "sn" TO "SN"
	   INSPECT W-VENCE CONVERTING "sn" TO "SN"
	   INSPECT W-CONTRATOS CONVERTING "idoc" TO "IDOC"
	   IF W-NOMBRE = SPACES
	       MOVE ZEROS TO SW-VALIDO
	       DISPLAY "ERROR: FALTA EL NOMBRE DEL DOCUMENTO" AT 1810
	   END-IF
	   IF W-TODOS NOT = "S" AND W-TODOS NOT = "N"
	       MOVE ZEROS TO SW-VALIDO
	       DISPLAY "ERROR: OBLIGATORIO DEBE SER S O N" AT 1810
	   END-IF
	   IF W-VENCE NOT = "S" AND W-VENCE NOT = "N"
	       MOVE ZEROS TO SW-VALIDO
	       DISPLAY "ERROR: VIGENCIA DEBE SER S O N" AT 1810
	   END-IF
	   IF W-VENCE = "S" AND W-DIAS-AVISO = ZEROS
	       MOVE ZEROS TO SW-VALIDO
	       DISPLAY "ERROR: INDIQUE LOS DIAS DE AVISO" AT 1810
	   END-IF
	   PERFORM VARYING I-CON FROM 1 BY 1 UNTIL I-CON > 4
	       IF W-CONTRATO-REQ(I-CON) NOT = SPACES
		       AND W-CONTRATO-REQ(I-CON) NOT = "I"
		       AND W-CONTRATO-REQ(I-CON) NOT = "D"
		       AND W-CONTRATO-REQ(I-CON) NOT = "O"
		       AND W-CONTRATO-REQ(I-CON) NOT = "C"
		   MOVE ZEROS TO SW-VALIDO
		   DISPLAY "ERROR: TIPO DE CONTRATO INVALIDO" AT 1810
	       END-IF
	   END-PERFORM
	   IF W-TODOS = "N" AND W-PUESTOS = SPACES
		   AND W-CONTRATOS = SPACES
	       MOVE ZEROS TO SW-VALIDO
	       DISPLAY "ERROR: INDIQUE PUESTOS O TIPOS DE CONTRATO"
		   AT 1810
	   END-IF
	   IF SW-VALIDO = ZEROS
	       DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 2010
	       ACCEPT W-OPC AT 2040
	   END-IF.

       300-ALTA.
	   PERFORM 250-MUEVE-CAMPOS
	   WRITE REG-DOCTIPO
	       INVALID KEY
		   DISPLAY "ERROR: EL DOCUMENTO YA EXISTE" AT 1810
	       NOT INVALID KEY
		   ADD 1 TO W-ESCRITOS
		   DISPLAY "DOCUMENTO DADO DE ALTA" AT 1810
	   END-WRITE
	   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 2010
	   ACCEPT W-OPC AT 2040
	   MOVE SPACES TO W-OPC.

       310-CAMBIO.
	   PERFORM 250-MUEVE-CAMPOS
	   REWRITE REG-DOCTIPO
	       INVALID KEY
		   DISPLAY "ERROR: EL DOCUMENTO NO EXISTE" AT 1810
	       NOT INVALID KEY
		   ADD 1 TO W-ESCRITOS
		   DISPLAY "DOCUMENTO ACTUALIZADO" AT 1810
	   END-REWRITE
	   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 2010
	   ACCEPT W-OPC AT 2040
	   MOVE SPACES TO W-OPC.

       320-BAJA.
	   MOVE W-CODIGO TO DTP-CODIGO
	   DELETE DOCTIPO
	       INVALID KEY
		   DISPLAY "ERROR: EL DOCUMENTO NO EXISTE" AT 1810
	       NOT INVALID KEY
		   ADD 1 TO W-ESCRITOS
		   DISPLAY "DOCUMENTO DADO DE BAJA" AT 1810
	   END-DELETE
	   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 2010
	   ACCEPT W-OPC AT 2040
	   MOVE SPACES TO W-OPC.

       400-ESCRIBE-RUNLOG.
	   MOVE "DTPMNT" TO RUNLOG-PROGRAMA
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
