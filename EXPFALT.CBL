       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPFALT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT EMPMAST ASSIGN TO "EMPMAST"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS SEQUENTIAL
	       RECORD KEY IS EMP-REC-ID
	       FILE STATUS IS EMPMAST-STATUS.
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
	   SELECT CONTRATO ASSIGN TO "CONTRATO"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS CON-EMPLEADO-ID
	       FILE STATUS IS CONTRATO-STATUS.
	   SELECT EXPFALR ASSIGN TO "EXPFALR".
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EMPMAST.
       COPY "EMPMAST.wks".
       FD EXPEDI.
       COPY "EXPEDI.wks".
       FD DOCTIPO.
       COPY "DOCTIPO.wks".
       FD CONTRATO.
       COPY "CONTRATO.wks".
       FD EXPFALR.
       01 LINEA PIC X(80).
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 EMPMAST-STATUS PIC XX.
       01 EXPEDI-STATUS PIC XX.
       01 DOCTIPO-STATUS PIC XX.
       01 CONTRATO-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 SW PIC 9 VALUE ZEROS.
       01 SW-EXPEDI PIC 9 VALUE ZEROS.
       01 SW-CONTRATO PIC 9 VALUE ZEROS.
       01 SW-REQUERIDO PIC 9 VALUE ZEROS.
       01 SW-EMP-FALTA PIC 9 VALUE ZEROS.
       01 W-CON-TIPO PIC X VALUE SPACES.
       01 W-ESTADO PIC X(12) VALUE SPACES.
       01 FECHA-AMD PIC 9(6) VALUE ZEROS.
       01 FECHA-HOY PIC 9(8) VALUE ZEROS.
       01 W-INT-HOY PIC 9(7) VALUE ZEROS.
       01 W-FECHA-ALTA PIC 9(8) VALUE ZEROS.
       01 W-DIAS PIC S9(5) VALUE ZEROS.
       01 DIAS-INGRESO PIC 9(3) VALUE 30.
       01 W-PRM-CODIGO PIC X(12) VALUE SPACES.
       01 W-PRM-VALOR PIC 9(7)V99 VALUE ZEROS.
       01 W-PRM-ENC PIC 9 VALUE ZEROS.
       01 NUM-TIPOS PIC 9(3) VALUE ZEROS.
       01 I-TIP PIC 9(3) VALUE ZEROS.
       01 I-PUE PIC 9 VALUE ZEROS.
       01 TABLA-TIPOS.
	   03 TDT-ENTRADA OCCURS 100 TIMES.
	       05 TDT-CODIGO PIC X(6).
	       05 TDT-NOMBRE PIC X(30).
	       05 TDT-TODOS PIC X.
	       05 TDT-PUESTO PIC X(6) OCCURS 5 TIMES.
	       05 TDT-CONTRATO PIC X OCCURS 4 TIMES.
       01 REG-LEIDOS PIC 9(07) VALUE ZEROS.
       01 INGRESOS PIC 9(05) VALUE ZEROS.
       01 FALTANTES PIC 9(05) VALUE ZEROS.
       01 EMP-CON-FALTA PIC 9(05) VALUE ZEROS.
       01 LINEA-R3 PIC X(80) VALUE ALL "==".
       01 ENCABEZADO-FAL.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(40) VALUE
	      "DOCUMENTOS FALTANTES DE NUEVOS INGRESOS".
	   03 FILLER PIC X(04) VALUE " AL ".
	   03 FECHA-ENC PIC 9(08).
	   03 FILLER PIC X(08) VALUE "  DIAS: ".
	   03 DIAS-ENC PIC ZZ9.
       01 ENCABEZADO-FAL2.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 FILLER PIC X(09) VALUE "EMPL-ID".
	   03 FILLER PIC X(26) VALUE "NOMBRE".
	   03 FILLER PIC X(09) VALUE "INGRESO".
	   03 FILLER PIC X(07) VALUE "PUESTO".
	   03 FILLER PIC X(07) VALUE "DOCTO".
	   03 FILLER PIC X(20) VALUE "ESTADO".
       01 LINEA-FAL.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 EMPLEADO-ID-F PIC X(08).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 NOMBRE-F PIC X(25).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 ALTA-F PIC 9(08).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 PUESTO-F PIC X(06).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 DOCUMENTO-F PIC X(06).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 ESTADO-F PIC X(12).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 NOMBRE-DOC-F PIC X(07).
       01 LINEA-CTL-FAL.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 CTL-TEXTO PIC X(40).
	   03 CTL-CUENTA PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       000-INICIO.
	   MOVE ZEROS TO RETURN-CODE
	   ACCEPT FECHA-AMD FROM DATE
	   COMPUTE FECHA-HOY = 20000000 + FECHA-AMD
	   COMPUTE W-INT-HOY = FUNCTION INTEGER-OF-DATE(FECHA-HOY)
	   MOVE "EXP-DIAS" TO W-PRM-CODIGO
	   MOVE ZEROS TO W-PRM-ENC
	   CALL "PARAMGET" USING W-PRM-CODIGO W-PRM-VALOR W-PRM-ENC
	   IF W-PRM-ENC = 1 AND W-PRM-VALOR > ZEROS
	       MOVE W-PRM-VALOR TO DIAS-INGRESO
	   END-IF
	   PERFORM 050-CARGA-TIPOS
	   OPEN INPUT EMPMAST
	   IF EMPMAST-STATUS NOT = "00"
	       DISPLAY "EXPFALT: NO SE PUDO ABRIR EMPMAST "
		   EMPMAST-STATUS
	       MOVE 16 TO RETURN-CODE
	       GOBACK
	   END-IF
	   MOVE ZEROS TO SW-EXPEDI
	   OPEN INPUT EXPEDI
	   IF EXPEDI-STATUS = "00"
	       MOVE 1 TO SW-EXPEDI
	   END-IF
	   MOVE ZEROS TO SW-CONTRATO
	   OPEN INPUT CONTRATO
	   IF CONTRATO-STATUS = "00"
	       MOVE 1 TO SW-CONTRATO
	   END-IF
	   OPEN OUTPUT EXPFALR
	   MOVE FECHA-HOY TO FECHA-ENC
	   MOVE DIAS-INGRESO TO DIAS-ENC
	   WRITE LINEA FROM ENCABEZADO-FAL
	   WRITE LINEA FROM LINEA-R3
	   WRITE LINEA FROM ENCABEZADO-FAL2
	   WRITE LINEA FROM LINEA-R3
	   PERFORM 100-LECTURA
	   PERFORM 200-PROCESO UNTIL SW = 1
	   PERFORM 500-FINAL
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

       100-LECTURA.
	   READ EMPMAST NEXT
	       AT END
		   MOVE 1 TO SW
	       NOT AT END
		   ADD 1 TO REG-LEIDOS
	   END-READ.

       200-PROCESO.
	   IF EMP-REC-ESTATUS NOT = "I" AND EMP-REC-FECHA-ALTA > ZEROS
	       COMPUTE W-FECHA-ALTA = 20000000 + EMP-REC-FECHA-ALTA
	       COMPUTE W-DIAS = W-INT-HOY
		   - FUNCTION INTEGER-OF-DATE(W-FECHA-ALTA)
	       IF W-DIAS NOT < ZEROS AND W-DIAS NOT > DIAS-INGRESO
		   ADD 1 TO INGRESOS
		   PERFORM 210-TIPO-CONTRATO
		   MOVE ZEROS TO SW-EMP-FALTA
		   PERFORM VARYING I-TIP FROM 1 BY 1
			   UNTIL I-TIP > NUM-TIPOS
		       PERFORM 220-VERIFICA-REQUERIDO
		       IF SW-REQUERIDO = 1
			   PERFORM 250-BUSCA-DOCUMENTO
			   IF W-ESTADO NOT = SPACES
			       PERFORM 300-DETALLE
			   END-IF
		       END-IF
		   END-PERFORM
		   IF SW-EMP-FALTA = 1
		       ADD 1 TO EMP-CON-FALTA
		   END-IF
	       END-IF
	   END-IF
	   PERFORM 100-LECTURA.

       210-TIPO-CONTRATO.
	   MOVE SPACES TO W-CON-TIPO
	   IF SW-CONTRATO = 1
	       MOVE EMP-REC-ID TO CON-EMPLEADO-ID
	       READ CONTRATO
		   INVALID KEY
		       CONTINUE
		   NOT INVALID KEY
		       MOVE CON-TIPO TO W-CON-TIPO
	       END-READ
	   END-IF.

       220-VERIFICA-REQUERIDO.
	   MOVE ZEROS TO SW-REQUERIDO
	   IF TDT-TODOS(I-TIP) = "S"
	       MOVE 1 TO SW-REQUERIDO
	   END-IF
	   PERFORM VARYING I-PUE FROM 1 BY 1 UNTIL I-PUE > 5
	       IF EMP-REC-PUESTO NOT = SPACES
		       AND TDT-PUESTO(I-TIP I-PUE) = EMP-REC-PUESTO
		   MOVE 1 TO SW-REQUERIDO
	       END-IF
	   END-PERFORM
	   PERFORM VARYING I-PUE FROM 1 BY 1 UNTIL I-PUE > 4
	       IF W-CON-TIPO NOT = SPACES
		       AND TDT-CONTRATO(I-TIP I-PUE) = W-CON-TIPO
		   MOVE 1 TO SW-REQUERIDO
	       END-IF
	   END-PERFORM.

       250-BUSCA-DOCUMENTO.
	   MOVE "NO ENTREGADO" TO W-ESTADO
	   IF SW-EXPEDI = 1
	       MOVE EMP-REC-ID TO EXD-EMPLEADO-ID
	       MOVE TDT-CODIGO(I-TIP) TO EXD-DOCUMENTO
	       READ EXPEDI
		   INVALID KEY
		       CONTINUE
		   NOT INVALID KEY
		       IF EXD-FECHA-VENCE > ZEROS
			       AND EXD-FECHA-VENCE < FECHA-HOY
			   MOVE "VENCIDO" TO W-ESTADO
		       ELSE
			   MOVE SPACES TO W-ESTADO
		       END-IF
	       END-READ
	   END-IF.

       300-DETALLE.
	   MOVE 1 TO SW-EMP-FALTA
	   ADD 1 TO FALTANTES
	   MOVE EMP-REC-ID TO EMPLEADO-ID-F
	   MOVE EMP-REC-NOMBRE TO NOMBRE-F
	   MOVE W-FECHA-ALTA TO ALTA-F
	   MOVE EMP-REC-PUESTO TO PUESTO-F
	   MOVE TDT-CODIGO(I-TIP) TO DOCUMENTO-F
	   MOVE W-ESTADO TO ESTADO-F
	   MOVE TDT-NOMBRE(I-TIP) TO NOMBRE-DOC-F
	   WRITE LINEA FROM LINEA-FAL.

       500-FINAL.
	   WRITE LINEA FROM LINEA-R3
	   MOVE "NUEVOS INGRESOS REVISADOS:" TO CTL-TEXTO
	   MOVE INGRESOS TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-FAL
	   MOVE "INGRESOS CON EXPEDIENTE INCOMPLETO:" TO CTL-TEXTO
	   MOVE EMP-CON-FALTA TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-FAL
	   MOVE "DOCUMENTOS FALTANTES:" TO CTL-TEXTO
	   MOVE FALTANTES TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-FAL
	   IF EMP-CON-FALTA > ZEROS
	       MOVE 4 TO RETURN-CODE
	   END-IF
	   PERFORM 600-ESCRIBE-RUNLOG
	   CLOSE EMPMAST
	   IF SW-EXPEDI = 1
	       CLOSE EXPEDI
	   END-IF
	   IF SW-CONTRATO = 1
	       CLOSE CONTRATO
	   END-IF
	   CLOSE EXPFALR.

       600-ESCRIBE-RUNLOG.
	   MOVE "EXPFALT" TO RUNLOG-PROGRAMA
	   ACCEPT RUNLOG-FECHA FROM DATE
	   ACCEPT RUNLOG-HORA FROM TIME
	   MOVE RETURN-CODE TO W-RC-GUARDA
	   CALL "SESUSR" USING RUNLOG-USUARIO
	   MOVE W-RC-GUARDA TO RETURN-CODE
	   MOVE REG-LEIDOS TO RUNLOG-LEIDOS
	   MOVE FALTANTES TO RUNLOG-ESCRITOS
	   OPEN EXTEND RUNLOG
	   IF RUNLOG-STATUS = "35"
	       OPEN OUTPUT RUNLOG
	   END-IF
	   WRITE REG-RUNLOG
	   CLOSE RUNLOG.
