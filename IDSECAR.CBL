       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDSECAR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT IDSERESP ASSIGN TO "IDSERESP"
	       ORGANIZATION IS LINE SEQUENTIAL
	       FILE STATUS IS IDSERESP-STATUS.
	   SELECT IDSECTL ASSIGN TO "IDSECTL"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS IDS-LLAVE
	       FILE STATUS IS IDSECTL-STATUS.
	   SELECT CARREP ASSIGN TO "IDSECARR".
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD IDSERESP.
       01 REG-RESP.
	   03 RSP-EMPLEADO-ID PIC X(8).
	   03 RSP-TIPO-MOV PIC XX.
	   03 RSP-FECHA-MOV PIC 9(8).
	   03 RSP-NSS PIC X(11).
	   03 RSP-RESULTADO PIC X.
	   03 RSP-ACUSE PIC X(20).
	   03 RSP-FECHA PIC 9(8).
	   03 RSP-MOTIVO PIC X(40).
       FD IDSECTL.
       COPY "IDSECTL.wks".
       FD CARREP.
       01 LINEA PIC X(80).
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 IDSERESP-STATUS PIC XX.
       01 IDSECTL-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 SW PIC 9 VALUE ZEROS.
       01 W-CIA PIC X(3) VALUE SPACES.
       01 W-CIA-NOMBRE PIC X(30) VALUE SPACES.
       01 REG-LEIDOS PIC 9(5) VALUE ZEROS.
       01 REG-ACEPTADOS PIC 9(5) VALUE ZEROS.
       01 REG-RECHAZADOS PIC 9(5) VALUE ZEROS.
       01 REG-ERRONEOS PIC 9(5) VALUE ZEROS.
       01 W-MOTIVO PIC X(40) VALUE SPACES.
       01 W-ALR-PROGRAMA PIC X(10) VALUE "IDSECAR".
       01 W-ALR-SEVERIDAD PIC X VALUE "A".
       01 W-ALR-LLAVE PIC X(18) VALUE SPACES.
       01 W-ALR-MENSAJE PIC X(40) VALUE SPACES.
       01 LINEA-R3 PIC X(80) VALUE ALL "==".
       01 ENCABEZADO-CAR.
	   03 FILLER PIC X(20) VALUE SPACES.
	   03 FILLER PIC X(40) VALUE
	      "CARGA DE RESPUESTAS DE AVISOS IDSE".
       01 LINEA-CAR.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 EMPLEADO-ID-C PIC X(08).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 TIPO-MOV-C PIC XX.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 FECHA-MOV-C PIC 9(08).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 RESULTADO-C PIC X(01).
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 MOTIVO-C PIC X(40).
       01 LINEA-CAR-TOT.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(12) VALUE "ACEPTADOS: ".
	   03 ACEPTADOS-CT PIC ZZZZ9.
	   03 FILLER PIC X(14) VALUE "  RECHAZADOS: ".
	   03 RECHAZADOS-CT PIC ZZZZ9.
	   03 FILLER PIC X(13) VALUE "  ERRONEOS: ".
	   03 ERRONEOS-CT PIC ZZZZ9.

       PROCEDURE DIVISION.
       000-INICIO.
	   MOVE ZEROS TO RETURN-CODE
	   CALL "SETCIA" USING W-CIA W-CIA-NOMBRE
	   OPEN INPUT IDSERESP
	   IF IDSERESP-STATUS NOT = "00"
	       DISPLAY "IDSECAR: NO HAY ARCHIVO DE RESPUESTAS IDSERESP"
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	   END-IF
	   OPEN I-O IDSECTL
	   IF IDSECTL-STATUS NOT = "00"
	       DISPLAY "IDSECAR: NO SE PUDO ABRIR IDSECTL "
		   IDSECTL-STATUS
	       CLOSE IDSERESP
	       MOVE 16 TO RETURN-CODE
	       GOBACK
	   END-IF
	   OPEN OUTPUT CARREP
	   WRITE LINEA FROM ENCABEZADO-CAR
	   WRITE LINEA FROM LINEA-R3
	   PERFORM 100-LECTURA
	   PERFORM 200-PROCESO UNTIL SW = 1
	   PERFORM 500-FINAL
	   GOBACK.

       100-LECTURA.
	   READ IDSERESP
	       AT END
		   MOVE 1 TO SW
	       NOT AT END
		   ADD 1 TO REG-LEIDOS
	   END-READ.

       200-PROCESO.
	   MOVE SPACES TO W-MOTIVO
	   IF RSP-RESULTADO NOT = "A" AND RSP-RESULTADO NOT = "R"
	       MOVE "RESULTADO INVALIDO EN LA RESPUESTA" TO W-MOTIVO
	   END-IF
	   IF RSP-RESULTADO = "A" AND RSP-ACUSE = SPACES
	       MOVE "AVISO ACEPTADO SIN NUMERO DE ACUSE" TO W-MOTIVO
	   END-IF
	   IF W-MOTIVO = SPACES
	       MOVE RSP-EMPLEADO-ID TO IDS-EMPLEADO-ID
	       MOVE RSP-TIPO-MOV TO IDS-TIPO-MOV
	       MOVE RSP-FECHA-MOV TO IDS-FECHA-MOV
	       READ IDSECTL
		   INVALID KEY
		       MOVE "AVISO NO REGISTRADO PARA ESTA LLAVE"
			   TO W-MOTIVO
	       END-READ
	   END-IF
	   IF W-MOTIVO = SPACES
	       IF IDS-NSS NOT = RSP-NSS
		   MOVE "NSS DE LA RESPUESTA NO COINCIDE" TO W-MOTIVO
	       END-IF
	   END-IF
	   IF W-MOTIVO = SPACES
	       IF IDS-ESTADO = "A" AND RSP-RESULTADO = "R"
		   MOVE "YA ACEPTADO - RECHAZO IGNORADO" TO W-MOTIVO
	       END-IF
	       IF IDS-ESTADO = "P"
		   MOVE "AVISO AUN NO ENVIADO AL IMSS" TO W-MOTIVO
	       END-IF
	   END-IF
	   IF W-MOTIVO = SPACES
	       PERFORM 300-ACTUALIZA
	   ELSE
	       ADD 1 TO REG-ERRONEOS
	       MOVE W-MOTIVO TO MOTIVO-C
	       PERFORM 400-IMPRIME
	   END-IF
	   PERFORM 100-LECTURA.

       300-ACTUALIZA.
	   MOVE RSP-RESULTADO TO IDS-ESTADO
	   MOVE RSP-FECHA TO IDS-FECHA-RESP
	   IF RSP-RESULTADO = "A"
	       MOVE RSP-ACUSE TO IDS-ACUSE
	       MOVE SPACES TO IDS-MOTIVO
	       ADD 1 TO REG-ACEPTADOS
	   ELSE
	       MOVE SPACES TO IDS-ACUSE
	       MOVE RSP-MOTIVO TO IDS-MOTIVO
	       ADD 1 TO REG-RECHAZADOS
	       MOVE RSP-MOTIVO TO MOTIVO-C
	       PERFORM 400-IMPRIME
	   END-IF
	   REWRITE REG-IDSECTL.

       400-IMPRIME.
	   MOVE RSP-EMPLEADO-ID TO EMPLEADO-ID-C
	   MOVE RSP-TIPO-MOV TO TIPO-MOV-C
	   MOVE RSP-FECHA-MOV TO FECHA-MOV-C
	   MOVE RSP-RESULTADO TO RESULTADO-C
	   WRITE LINEA FROM LINEA-CAR.

       500-FINAL.
	   WRITE LINEA FROM LINEA-R3
	   MOVE REG-ACEPTADOS TO ACEPTADOS-CT
	   MOVE REG-RECHAZADOS TO RECHAZADOS-CT
	   MOVE REG-ERRONEOS TO ERRONEOS-CT
	   WRITE LINEA FROM LINEA-CAR-TOT
	   IF REG-RECHAZADOS > ZEROS OR REG-ERRONEOS > ZEROS
	       MOVE 4 TO RETURN-CODE
	       MOVE "IDSERESP" TO W-ALR-LLAVE
	       MOVE SPACES TO W-ALR-MENSAJE
	       STRING "IDSE RECHAZADOS: " DELIMITED BY SIZE
		   RECHAZADOS-CT DELIMITED BY SIZE
		   " ERRONEOS: " DELIMITED BY SIZE
		   ERRONEOS-CT DELIMITED BY SIZE
		   INTO W-ALR-MENSAJE
	       END-STRING
	       CALL "ALERTA" USING W-ALR-PROGRAMA W-ALR-SEVERIDAD
		   W-ALR-LLAVE W-ALR-MENSAJE
	   END-IF
	   PERFORM 600-ESCRIBE-RUNLOG
	   CLOSE IDSERESP
	   CLOSE IDSECTL
	   CLOSE CARREP.

       600-ESCRIBE-RUNLOG.
	   MOVE "IDSECAR" TO RUNLOG-PROGRAMA
	   ACCEPT RUNLOG-FECHA FROM DATE
	   ACCEPT RUNLOG-HORA FROM TIME
	   MOVE RETURN-CODE TO W-RC-GUARDA
	   CALL "SESUSR" USING RUNLOG-USUARIO
	   MOVE W-RC-GUARDA TO RETURN-CODE
	   MOVE REG-LEIDOS TO RUNLOG-LEIDOS
	   COMPUTE RUNLOG-ESCRITOS = REG-ACEPTADOS + REG-RECHAZADOS
	   OPEN EXTEND RUNLOG
	   IF RUNLOG-STATUS = "35"
	       OPEN OUTPUT RUNLOG
	   END-IF
	   WRITE REG-RUNLOG
	   CLOSE RUNLOG.
