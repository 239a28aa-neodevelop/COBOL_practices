       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFDICAR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT CFDIRESP ASSIGN TO "CFDIRESP"
	       ORGANIZATION IS LINE SEQUENTIAL
	       FILE STATUS IS CFDIRESP-STATUS.
	   SELECT CFDITIM ASSIGN TO "CFDITIM"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS TIM-LLAVE
	       FILE STATUS IS CFDITIM-STATUS.
	   SELECT CARREP ASSIGN TO "CFDICARR".
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CFDIRESP.
       01 REG-RESP.
	   03 RSP-EMPLEADO-ID PIC X(8).
	   03 RSP-PERIODO PIC 9(8).
	   03 RSP-ESTADO PIC X.
	   03 RSP-UUID PIC X(36).
	   03 RSP-FECHA PIC 9(8).
	   03 RSP-HORA PIC 9(6).
	   03 RSP-MOTIVO PIC X(40).
       FD CFDITIM.
       COPY "CFDITIM.wks".
       FD CARREP.
       01 LINEA PIC X(80).
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 CFDIRESP-STATUS PIC XX.
       01 CFDITIM-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 SW PIC 9 VALUE ZEROS.
       01 W-CIA PIC X(3) VALUE SPACES.
       01 W-CIA-NOMBRE PIC X(30) VALUE SPACES.
       01 REG-LEIDOS PIC 9(5) VALUE ZEROS.
       01 REG-TIMBRADOS PIC 9(5) VALUE ZEROS.
       01 REG-RECHAZADOS PIC 9(5) VALUE ZEROS.
       01 REG-ERRONEOS PIC 9(5) VALUE ZEROS.
       01 W-MOTIVO PIC X(40) VALUE SPACES.
       01 W-ALR-PROGRAMA PIC X(10) VALUE "CFDICAR".
       01 W-ALR-SEVERIDAD PIC X VALUE "A".
       01 W-ALR-LLAVE PIC X(18) VALUE SPACES.
       01 W-ALR-MENSAJE PIC X(40) VALUE SPACES.
       01 LINEA-R3 PIC X(80) VALUE ALL "==".
       01 ENCABEZADO-CAR.
	   03 FILLER PIC X(20) VALUE SPACES.
	   03 FILLER PIC X(40) VALUE
	      "CARGA DE RESPUESTAS DE TIMBRADO CFDI".
       01 LINEA-CAR.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 EMPLEADO-ID-C PIC X(08).
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 PERIODO-C PIC 9(08).
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 ESTADO-C PIC X(01).
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 MOTIVO-C PIC X(40).
       01 LINEA-CAR-TOT.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(11) VALUE "TIMBRADOS: ".
	   03 TIMBRADOS-CT PIC ZZZZ9.
	   03 FILLER PIC X(14) VALUE "  RECHAZADOS: ".
	   03 RECHAZADOS-CT PIC ZZZZ9.
	   03 FILLER PIC X(13) VALUE "  ERRONEOS: ".
	   03 ERRONEOS-CT PIC ZZZZ9.

       PROCEDURE DIVISION.
       000-INICIO.
	   MOVE ZEROS TO RETURN-CODE
	   CALL "SETCIA" USING W-CIA W-CIA-NOMBRE
	   OPEN INPUT CFDIRESP
	   IF CFDIRESP-STATUS NOT = "00"
	       DISPLAY "CFDICAR: NO HAY ARCHIVO DE RESPUESTAS CFDIRESP"
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	   END-IF
	   OPEN I-O CFDITIM
	   IF CFDITIM-STATUS NOT = "00"
	       DISPLAY "CFDICAR: NO SE PUDO ABRIR CFDITIM "
		   CFDITIM-STATUS
	       CLOSE CFDIRESP
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
	   READ CFDIRESP
	       AT END
		   MOVE 1 TO SW
	       NOT AT END
		   ADD 1 TO REG-LEIDOS
	   END-READ.

       200-PROCESO.
	   MOVE SPACES TO W-MOTIVO
	   IF RSP-ESTADO NOT = "T" AND RSP-ESTADO NOT = "R"
	       MOVE "ESTADO INVALIDO EN LA RESPUESTA" TO W-MOTIVO
	   END-IF
	   IF RSP-ESTADO = "T" AND RSP-UUID = SPACES
	       MOVE "RESPUESTA TIMBRADA SIN UUID" TO W-MOTIVO
	   END-IF
	   IF W-MOTIVO = SPACES
	       MOVE RSP-EMPLEADO-ID TO TIM-EMPLEADO-ID
	       MOVE RSP-PERIODO TO TIM-PERIODO
	       READ CFDITIM
		   INVALID KEY
		       MOVE "CFDI NO GENERADO PARA ESTA LLAVE"
			   TO W-MOTIVO
	       END-READ
	   END-IF
	   IF W-MOTIVO = SPACES
	       IF TIM-ESTADO = "T" AND RSP-ESTADO = "R"
		   MOVE "YA TIMBRADO - RECHAZO IGNORADO" TO W-MOTIVO
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
	   MOVE RSP-ESTADO TO TIM-ESTADO
	   MOVE RSP-FECHA TO TIM-FECHA-TIM
	   MOVE RSP-HORA TO TIM-HORA-TIM
	   IF RSP-ESTADO = "T"
	       MOVE RSP-UUID TO TIM-UUID
	       MOVE SPACES TO TIM-MOTIVO
	       ADD 1 TO REG-TIMBRADOS
	   ELSE
	       MOVE SPACES TO TIM-UUID
	       MOVE RSP-MOTIVO TO TIM-MOTIVO
	       ADD 1 TO REG-RECHAZADOS
	       MOVE RSP-MOTIVO TO MOTIVO-C
	       PERFORM 400-IMPRIME
	   END-IF
	   REWRITE REG-CFDITIM.

       400-IMPRIME.
	   MOVE RSP-EMPLEADO-ID TO EMPLEADO-ID-C
	   MOVE RSP-PERIODO TO PERIODO-C
	   MOVE RSP-ESTADO TO ESTADO-C
	   WRITE LINEA FROM LINEA-CAR.

       500-FINAL.
	   WRITE LINEA FROM LINEA-R3
	   MOVE REG-TIMBRADOS TO TIMBRADOS-CT
	   MOVE REG-RECHAZADOS TO RECHAZADOS-CT
	   MOVE REG-ERRONEOS TO ERRONEOS-CT
	   WRITE LINEA FROM LINEA-CAR-TOT
	   IF REG-RECHAZADOS > ZEROS OR REG-ERRONEOS > ZEROS
	       MOVE 4 TO RETURN-CODE
	       MOVE "CFDIRESP" TO W-ALR-LLAVE
	       MOVE SPACES TO W-ALR-MENSAJE
	       STRING "CFDI RECHAZADOS: " DELIMITED BY SIZE
		   RECHAZADOS-CT DELIMITED BY SIZE
		   " ERRONEOS: " DELIMITED BY SIZE
		   ERRONEOS-CT DELIMITED BY SIZE
		   INTO W-ALR-MENSAJE
	       END-STRING
	       CALL "ALERTA" USING W-ALR-PROGRAMA W-ALR-SEVERIDAD
		   W-ALR-LLAVE W-ALR-MENSAJE
	   END-IF
	   PERFORM 600-ESCRIBE-RUNLOG
	   CLOSE CFDIRESP
	   CLOSE CFDITIM
	   CLOSE CARREP.

       600-ESCRIBE-RUNLOG.
	   MOVE "CFDICAR" TO RUNLOG-PROGRAMA
	   ACCEPT RUNLOG-FECHA FROM DATE
	   ACCEPT RUNLOG-HORA FROM TIME
	   MOVE RETURN-CODE TO W-RC-GUARDA
	   CALL "SESUSR" USING RUNLOG-USUARIO
	   MOVE W-RC-GUARDA TO RETURN-CODE
	   MOVE REG-LEIDOS TO RUNLOG-LEIDOS
	   COMPUTE RUNLOG-ESCRITOS = REG-TIMBRADOS + REG-RECHAZADOS
	   OPEN EXTEND RUNLOG
	   IF RUNLOG-STATUS = "35"
	       OPEN OUTPUT RUNLOG
	   END-IF
	   WRITE REG-RUNLOG
	   CLOSE RUNLOG.
