       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT EXPEDI ASSIGN TO "EXPEDI"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS EXD-LLAVE
	       FILE STATUS IS EXPEDI-STATUS.
	   SELECT DOCTIPO ASSIGN TO "DOCTIPO"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS SEQUENTIAL
	       RECORD KEY IS DTP-CODIGO
	       FILE STATUS IS DOCTIPO-STATUS.
	   SELECT EMPMAST ASSIGN TO "EMPMAST"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS EMP-REC-ID
	       FILE STATUS IS EMPMAST-STATUS.
	   SELECT CONTRATO ASSIGN TO "CONTRATO"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS CON-EMPLEADO-ID
	       FILE STATUS IS CONTRATO-STATUS.
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EXPEDI.
       COPY "EXPEDI.wks".
       FD DOCTIPO.
       COPY "DOCTIPO.wks".
       FD EMPMAST.
       COPY "EMPMAST.wks".
       FD CONTRATO.
       COPY "CONTRATO.wks".
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 EXPEDI-STATUS PIC XX.
       01 DOCTIPO-STATUS PIC XX.
       01 EMPMAST-STATUS PIC XX.
       01 CONTRATO-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 SW-REQUERIDO PIC 9 VALUE ZEROS.
       01 W-EMP-ID PIC X(8) VALUE SPACES.
       01 W-PUESTO PIC X(6) VALUE SPACES.
       01 W-CON-TIPO PIC X VALUE SPACES.
       01 W-DOCUMENTO PIC X(6) VALUE SPACES.
       01 W-FECHA-RECIBE PIC 9(8) VALUE ZEROS.
       01 W-FECHA-RECIBE-R REDEFINES W-FECHA-RECIBE.
	   03 W-REC-ANO PIC 9(4).
	   03 W-REC-MES PIC 99.
	   03 W-REC-DIA PIC 99.
       01 W-FECHA-VENCE PIC 9(8) VALUE ZEROS.
       01 W-FECHA-VENCE-R REDEFINES W-FECHA-VENCE.
	   03 W-VEN-ANO PIC 9(4).
	   03 W-VEN-MES PIC 99.
	   03 W-VEN-DIA PIC 99.
       01 W-ANT-VENCE PIC 9(8) VALUE ZEROS.
       01 W-AVISO-VENCE PIC 9(8) VALUE ZEROS.
       01 W-AVISO-VENCIDO PIC 9(8) VALUE ZEROS.
       01 W-FECHA-HOY PIC 9(8) VALUE ZEROS.
       01 W-USUARIO PIC X(8) VALUE SPACES.
       01 W-MSG-ERROR PIC X(40) VALUE SPACES.
       01 W-FALTANTES PIC X(60) VALUE SPACES.
       01 W-PTR PIC 99 VALUE ZEROS.
       01 W-OPC PIC X VALUE SPACES.
       01 W-ESCRITOS PIC 9(3) VALUE ZEROS.
       01 W-CONSULTAS PIC 9(3) VALUE ZEROS.
       01 NUM-TIPOS PIC 9(3) VALUE ZEROS.
       01 I-TIP PIC 9(3) VALUE ZEROS.
       01 IDX-TIP PIC 9(3) VALUE ZEROS.
       01 I-PUE PIC 9 VALUE ZEROS.
       01 TABLA-TIPOS.
	   03 TDT-ENTRADA OCCURS 100 TIMES.
	       05 TDT-CODIGO PIC X(6).
	       05 TDT-NOMBRE PIC X(30).
	       05 TDT-TODOS PIC X.
	       05 TDT-VENCE PIC X.
	       05 TDT-PUESTO PIC X(6) OCCURS 5 TIMES.
	       05 TDT-CONTRATO PIC X OCCURS 4 TIMES.

       PROCEDURE DIVISION.
       000-INICIO.
	   OPEN I-O EXPEDI
	   IF EXPEDI-STATUS = "35"
	       OPEN OUTPUT EXPEDI
	       CLOSE EXPEDI
	       OPEN I-O EXPEDI
	   END-IF
	   PERFORM 050-CARGA-TIPOS
	   IF EXPEDI-STATUS NOT = "00" OR NUM-TIPOS = ZEROS
	       DISPLAY ERASE
	       DISPLAY "NO SE PUDO ABRIR EXPEDIENTES O CATALOGO"
		   AT 0510
	       DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 0710
	       ACCEPT W-OPC AT 0740
	       GOBACK
	   END-IF
	   OPEN INPUT EMPMAST
	   OPEN INPUT CONTRATO
	   ACCEPT W-FECHA-HOY FROM DATE
	   ADD 20000000 TO W-FECHA-HOY
	   CALL "SESUSR" USING W-USUARIO
	   PERFORM 100-CAPTURA UNTIL W-OPC = "S" OR "s"
	   PERFORM 400-ESCRIBE-RUNLOG
	   IF EMPMAST-STATUS = "00"
	       CLOSE EMPMAST
	   END-IF
	   IF CONTRATO-STATUS = "00"
	       CLOSE CONTRATO
	   END-IF
	   CLOSE EXPEDI
	   GOBACK.

       050-CARGA-TIPOS.
	   MOVE ZEROS TO NUM-TIPOS
	   OPEN INPUT DOCTIPO
	   IF DOCTIPO-STATUS = "00"
	       PERFORM UNTIL DOCTIPO-STATUS = "10"
		       OR NUM-TIPOS = 100
		   READ DOCTIPO NEXT
		       AT END
			   MOVE "10" TO DOCTIPO-STATUS
		       NOT AT END
			   ADD 1 TO NUM-TIPOS
			   MOVE DTP-CODIGO TO TDT-CODIGO(NUM-TIPOS)
			   MOVE DTP-NOMBRE TO TDT-NOMBRE(NUM-TIPOS)
			   MOVE DTP-TODOS TO TDT-TODOS(NUM-TIPOS)
			   MOVE DTP-VENCE TO TDT-VENCE(NUM-TIPOS)
			   PERFORM VARYING I-PUE FROM 1 BY 1
				   UNTIL I-PUE > 5
			       MOVE DTP-PUESTO-REQ(I-PUE)
				   TO TDT-PUESTO(NUM-TIPOS I-PUE)
			   END-PERFORM
			   PERFORM VARYING I-PUE FROM 1 BY 1
				   UNTIL I-PUE > 4
			       MOVE DTP-CONTRATO-REQ(I-PUE)
				   TO TDT-CONTRATO(NUM-TIPOS I-PUE)
			   END-PERFORM
		   END-READ
	       END-PERFORM
	       CLOSE DOCTIPO
	   END-IF.

       100-CAPTURA.
	   DISPLAY ERASE
	   DISPLAY "EXPEDIENTE DEL EMPLEADO" AT 0310
	   DISPLAY "EMPLEADO (BLANCO=SALIR):" AT 0510
	   MOVE SPACES TO W-EMP-ID
	   ACCEPT W-EMP-ID AT 0535
	   IF W-EMP-ID = SPACES
	       MOVE "S" TO W-OPC
	   ELSE
	       ADD 1 TO W-CONSULTAS
	       PERFORM 150-VERIFICA-EMPLEADO
	       IF W-MSG-ERROR = SPACES
		   PERFORM 160-MUESTRA-FALTANTES
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
	   MOVE SPACES TO W-PUESTO W-CON-TIPO
	   IF EMPMAST-STATUS = "00"
	       MOVE W-EMP-ID TO EMP-REC-ID
	       READ EMPMAST
		   INVALID KEY
		       MOVE "ERROR: EMPLEADO NO EXISTE EN MAESTRO"
			   TO W-MSG-ERROR
		   NOT INVALID KEY
		       MOVE EMP-REC-PUESTO TO W-PUESTO
		       DISPLAY EMP-REC-NOMBRE AT 0545
	       END-READ
	   END-IF
	   IF CONTRATO-STATUS = "00"
	       MOVE W-EMP-ID TO CON-EMPLEADO-ID
	       READ CONTRATO
		   INVALID KEY
		       CONTINUE
		   NOT INVALID KEY
		       MOVE CON-TIPO TO W-CON-TIPO
	       END-READ
	   END-IF.

       160-MUESTRA-FALTANTES.
	   MOVE SPACES TO W-FALTANTES
	   MOVE 1 TO W-PTR
	   PERFORM VARYING I-TIP FROM 1 BY 1 UNTIL I-TIP > NUM-TIPOS
	       PERFORM 170-VERIFICA-REQUERIDO
	       IF SW-REQUERIDO = 1
		   MOVE W-EMP-ID TO EXD-EMPLEADO-ID
		   MOVE TDT-CODIGO(I-TIP) TO EXD-DOCUMENTO
		   READ EXPEDI
		       INVALID KEY
			   PERFORM 180-AGREGA-FALTANTE
		       NOT INVALID KEY
			   IF EXD-FECHA-VENCE > ZEROS
				   AND EXD-FECHA-VENCE < W-FECHA-HOY
			       PERFORM 180-AGREGA-FALTANTE
			   END-IF
		   END-READ
	       END-IF
	   END-PERFORM
	   DISPLAY "FALTANTES O VENCIDOS:" AT 0710
	   IF W-FALTANTES = SPACES
	       DISPLAY "EXPEDIENTE COMPLETO" AT 0732
	   ELSE
	       DISPLAY W-FALTANTES AT 0732
	   END-IF.

       170-VERIFICA-REQUERIDO.
	   MOVE ZEROS TO SW-REQUERIDO
	   IF TDT-TODOS(I-TIP) = "S"
	       MOVE 1 TO SW-REQUERIDO
	   END-IF
	   PERFORM VARYING I-PUE FROM 1 BY 1 UNTIL I-PUE > 5
	       IF W-PUESTO NOT = SPACES
		       AND TDT-PUESTO(I-TIP I-PUE) = W-PUESTO
		   MOVE 1 TO SW-REQUERIDO
	       END-IF
	   END-PERFORM
	   PERFORM VARYING I-PUE FROM 1 BY 1 UNTIL I-PUE > 4
	       IF W-CON-TIPO NOT = SPACES
		       AND TDT-CONTRATO(I-TIP I-PUE) = W-CON-TIPO
		   MOVE 1 TO SW-REQUERIDO
	       END-IF
	   END-PERFORM.

       180-AGREGA-FALTANTE.
	   IF W-PTR < 55
	       STRING TDT-CODIGO(I-TIP) DELIMITED BY SPACE
		   " " DELIMITED BY SIZE
		   INTO W-FALTANTES WITH POINTER W-PTR
	       END-STRING
	   END-IF.

       200-MANTIENE.
	   DISPLAY "DOCUMENTO                :" AT 0910
	   MOVE SPACES TO W-DOCUMENTO
	   ACCEPT W-DOCUMENTO AT 0937
	   MOVE ZEROS TO IDX-TIP
	   PERFORM VARYING I-TIP FROM 1 BY 1 UNTIL I-TIP > NUM-TIPOS
	       IF TDT-CODIGO(I-TIP) = W-DOCUMENTO
		   MOVE I-TIP TO IDX-TIP
	       END-IF
	   END-PERFORM
	   IF IDX-TIP = ZEROS
	       IF W-DOCUMENTO NOT = SPACES
		   DISPLAY "ERROR: DOCUMENTO NO EXISTE EN CATALOGO"
		       AT 1710
		   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 1910
		   ACCEPT W-OPC AT 1940
	       END-IF
	       MOVE SPACES TO W-OPC
	   ELSE
	       DISPLAY TDT-NOMBRE(IDX-TIP) AT 0945
	       PERFORM 210-CAPTURA-DOCUMENTO
	   END-IF.

       210-CAPTURA-DOCUMENTO.
	   MOVE W-EMP-ID TO EXD-EMPLEADO-ID
	   MOVE W-DOCUMENTO TO EXD-DOCUMENTO
	   READ EXPEDI
	       INVALID KEY
		   MOVE W-FECHA-HOY TO W-FECHA-RECIBE
		   MOVE ZEROS TO W-FECHA-VENCE W-ANT-VENCE
		   MOVE ZEROS TO W-AVISO-VENCE W-AVISO-VENCIDO
		   DISPLAY "DOCUMENTO NO RECIBIDO" AT 1010
	       NOT INVALID KEY
		   MOVE EXD-FECHA-RECIBE TO W-FECHA-RECIBE
		   MOVE EXD-FECHA-VENCE TO W-FECHA-VENCE
		   MOVE EXD-FECHA-VENCE TO W-ANT-VENCE
		   MOVE EXD-AVISO-VENCE TO W-AVISO-VENCE
		   MOVE EXD-AVISO-VENCIDO TO W-AVISO-VENCIDO
		   DISPLAY "RECIBIDO, REVISO:" AT 1010
		   DISPLAY EXD-REVISO AT 1028
	   END-READ
	   DISPLAY "FECHA RECEPCION AAAAMMDD :" AT 1110
	   ACCEPT W-FECHA-RECIBE AT 1137
	   DISPLAY "FECHA VENCE (0=SIN VIG.) :" AT 1210
	   ACCEPT W-FECHA-VENCE AT 1237
	   DISPLAY "REVISADO POR             :" AT 1310
	   DISPLAY W-USUARIO AT 1337
	   PERFORM 220-VALIDA
	   IF W-MSG-ERROR NOT = SPACES
	       DISPLAY W-MSG-ERROR AT 1710
	       DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 1910
	       ACCEPT W-OPC AT 1940
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
	   IF W-FECHA-VENCE > ZEROS
	       IF W-VEN-MES < 1 OR W-VEN-MES > 12
		       OR W-VEN-DIA < 1 OR W-VEN-DIA > 31
		       OR W-FECHA-VENCE < W-FECHA-RECIBE
		   MOVE "ERROR: FECHA DE VENCIMIENTO INVALIDA"
		       TO W-MSG-ERROR
	       END-IF
	   END-IF
	   IF TDT-VENCE(IDX-TIP) = "S" AND W-FECHA-VENCE = ZEROS
	       MOVE "ERROR: EL DOCUMENTO REQUIERE VENCIMIENTO"
		   TO W-MSG-ERROR
	   END-IF
	   IF TDT-VENCE(IDX-TIP) NOT = "S" AND W-FECHA-VENCE > ZEROS
	       MOVE "ERROR: EL DOCUMENTO NO TIENE VIGENCIA"
		   TO W-MSG-ERROR
	   END-IF
	   IF W-REC-ANO < 1950 OR W-REC-MES < 1 OR W-REC-MES > 12
		   OR W-REC-DIA < 1 OR W-REC-DIA > 31
		   OR W-FECHA-RECIBE > W-FECHA-HOY
	       MOVE "ERROR: FECHA DE RECEPCION INVALIDA"
		   TO W-MSG-ERROR
	   END-IF.

       250-MUEVE-CAMPOS.
	   MOVE W-EMP-ID TO EXD-EMPLEADO-ID
	   MOVE W-DOCUMENTO TO EXD-DOCUMENTO
	   MOVE W-FECHA-RECIBE TO EXD-FECHA-RECIBE
	   MOVE W-FECHA-VENCE TO EXD-FECHA-VENCE
	   MOVE W-USUARIO TO EXD-REVISO
	   MOVE W-FECHA-HOY TO EXD-FECHA-CAP
	   IF W-FECHA-VENCE NOT = W-ANT-VENCE
	       MOVE ZEROS TO W-AVISO-VENCE W-AVISO-VENCIDO
	   END-IF
	   MOVE W-AVISO-VENCE TO EXD-AVISO-VENCE
	   MOVE W-AVISO-VENCIDO TO EXD-AVISO-VENCIDO.

       300-ALTA.
	   PERFORM 250-MUEVE-CAMPOS
	   WRITE REG-EXPEDI
	       INVALID KEY
		   DISPLAY "ERROR: EL DOCUMENTO YA FUE RECIBIDO" AT 1710
	       NOT INVALID KEY
		   ADD 1 TO W-ESCRITOS
		   DISPLAY "DOCUMENTO REGISTRADO" AT 1710
	   END-WRITE
	   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 1910
	   ACCEPT W-OPC AT 1940.

       310-CAMBIO.
	   PERFORM 250-MUEVE-CAMPOS
	   REWRITE REG-EXPEDI
	       INVALID KEY
		   DISPLAY "ERROR: EL DOCUMENTO NO HA SIDO RECIBIDO"
		       AT 1710
	       NOT INVALID KEY
		   ADD 1 TO W-ESCRITOS
		   DISPLAY "DOCUMENTO ACTUALIZADO" AT 1710
	   END-REWRITE
	   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 1910
	   ACCEPT W-OPC AT 1940.

       320-BAJA.
	   MOVE W-EMP-ID TO EXD-EMPLEADO-ID
	   MOVE W-DOCUMENTO TO EXD-DOCUMENTO
	   DELETE EXPEDI
	       INVALID KEY
		   DISPLAY "ERROR: EL DOCUMENTO NO HA SIDO RECIBIDO"
		       AT 1710
	       NOT INVALID KEY
		   ADD 1 TO W-ESCRITOS
		   DISPLAY "DOCUMENTO ELIMINADO DEL EXPEDIENTE" AT 1710
	   END-DELETE
	   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 1910
	   ACCEPT W-OPC AT 1940.

       400-ESCRIBE-RUNLOG.
	   MOVE "EXPMNT" TO RUNLOG-PROGRAMA
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
