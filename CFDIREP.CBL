       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFDIREP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT HISTNOM ASSIGN TO "HISTNOM"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS HIS-LLAVE
	       FILE STATUS IS HISTNOM-STATUS.
	   SELECT CFDITIM ASSIGN TO "CFDITIM"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS TIM-LLAVE
	       FILE STATUS IS CFDITIM-STATUS.
	   SELECT CFDIPEN ASSIGN TO "CFDIPEN".
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD HISTNOM.
       COPY "HISTNOM.wks".
       FD CFDITIM.
       COPY "CFDITIM.wks".
       FD CFDIPEN.
       01 LINEA PIC X(80).
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 HISTNOM-STATUS PIC XX.
       01 CFDITIM-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 SW PIC 9 VALUE ZEROS.
       01 SW-CFDITIM PIC 9 VALUE ZEROS.
       01 W-CIA PIC X(3) VALUE SPACES.
       01 W-CIA-NOMBRE PIC X(30) VALUE SPACES.
       01 PARM-PERIODO PIC X(08) VALUE SPACES.
       01 PERIODO-RPT PIC 9(08) VALUE ZEROS.
       01 REG-LEIDOS PIC 9(07) VALUE ZEROS.
       01 REG-PENDIENTES PIC 9(05) VALUE ZEROS.
       01 REG-RECHAZADOS PIC 9(05) VALUE ZEROS.
       01 TOTAL-NETO PIC 9(09)V99 VALUE ZEROS.
       01 W-ALR-PROGRAMA PIC X(10) VALUE "CFDIREP".
       01 W-ALR-SEVERIDAD PIC X VALUE "A".
       01 W-ALR-LLAVE PIC X(18) VALUE SPACES.
       01 W-ALR-MENSAJE PIC X(40) VALUE SPACES.
       01 LINEA-R3 PIC X(80) VALUE ALL "==".
       01 ENCABEZADO-PEN.
	   03 FILLER PIC X(18) VALUE SPACES.
	   03 FILLER PIC X(40) VALUE
	      "RECIBOS DE NOMINA PENDIENTES DE TIMBRAR".
       01 ENCABEZADO-PEN2.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 FILLER PIC X(10) VALUE "EMPLEADO".
	   03 FILLER PIC X(10) VALUE "PERIODO".
	   03 FILLER PIC X(12) VALUE "NETO".
	   03 FILLER PIC X(13) VALUE "ESTADO".
	   03 FILLER PIC X(20) VALUE "MOTIVO".
       01 LINEA-PEN.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 EMPLEADO-ID-P PIC X(08).
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 PERIODO-P PIC 9(08).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 NETO-P PIC $(05)9.99.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 ESTADO-P PIC X(11).
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 MOTIVO-P PIC X(24).
       01 LINEA-PEN-TOT.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(12) VALUE "PENDIENTES: ".
	   03 PENDIENTES-PT PIC ZZZZ9.
	   03 FILLER PIC X(14) VALUE "  RECHAZADOS: ".
	   03 RECHAZADOS-PT PIC ZZZZ9.
	   03 FILLER PIC X(09) VALUE "  NETO: ".
	   03 NETO-PT PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       000-INICIO.
	   MOVE ZEROS TO RETURN-CODE
	   CALL "SETCIA" USING W-CIA W-CIA-NOMBRE
	   ACCEPT PARM-PERIODO FROM COMMAND-LINE
	   IF PARM-PERIODO NUMERIC
	       MOVE PARM-PERIODO TO PERIODO-RPT
	   END-IF
	   OPEN INPUT HISTNOM
	   IF HISTNOM-STATUS NOT = "00"
	       DISPLAY "CFDIREP: NO SE PUDO ABRIR HISTNOM "
		   HISTNOM-STATUS
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	   END-IF
	   MOVE ZEROS TO SW-CFDITIM
	   OPEN INPUT CFDITIM
	   IF CFDITIM-STATUS = "00"
	       MOVE 1 TO SW-CFDITIM
	   END-IF
	   OPEN OUTPUT CFDIPEN
	   WRITE LINEA FROM ENCABEZADO-PEN
	   WRITE LINEA FROM LINEA-R3
	   WRITE LINEA FROM ENCABEZADO-PEN2
	   PERFORM 100-LECTURA
	   PERFORM 200-PROCESO UNTIL SW = 1
	   PERFORM 500-FINAL
	   GOBACK.

       100-LECTURA.
	   READ HISTNOM NEXT
	       AT END
		   MOVE 1 TO SW
	       NOT AT END
		   ADD 1 TO REG-LEIDOS
	   END-READ.

       200-PROCESO.
	   IF HIS-NETO > ZEROS
		   AND HIS-PERIODO(5:2) > "00"
		   AND HIS-PERIODO(5:2) < "13"
	       IF PERIODO-RPT = ZEROS OR HIS-PERIODO = PERIODO-RPT
		   PERFORM 300-VERIFICA
	       END-IF
	   END-IF
	   PERFORM 100-LECTURA.

       300-VERIFICA.
	   MOVE SPACES TO ESTADO-P
	   MOVE SPACES TO MOTIVO-P
	   MOVE HIS-EMPLEADO-ID TO TIM-EMPLEADO-ID
	   MOVE HIS-PERIODO TO TIM-PERIODO
	   IF SW-CFDITIM = 1
	       READ CFDITIM
		   INVALID KEY
		       MOVE "SIN GENERAR" TO ESTADO-P
		   NOT INVALID KEY
		       EVALUATE TIM-ESTADO
			   WHEN "T"
			       CONTINUE
			   WHEN "R"
			       MOVE "RECHAZADO" TO ESTADO-P
			       MOVE TIM-MOTIVO TO MOTIVO-P
			       ADD 1 TO REG-RECHAZADOS
			   WHEN OTHER
			       MOVE "GENERADO" TO ESTADO-P
		       END-EVALUATE
	       END-READ
	   ELSE
	       MOVE "SIN GENERAR" TO ESTADO-P
	   END-IF
	   IF ESTADO-P NOT = SPACES
	       ADD 1 TO REG-PENDIENTES
	       ADD HIS-NETO TO TOTAL-NETO
	       MOVE HIS-EMPLEADO-ID TO EMPLEADO-ID-P
	       MOVE HIS-PERIODO TO PERIODO-P
	       MOVE HIS-NETO TO NETO-P
	       WRITE LINEA FROM LINEA-PEN
	   END-IF.

       500-FINAL.
	   WRITE LINEA FROM LINEA-R3
	   MOVE REG-PENDIENTES TO PENDIENTES-PT
	   MOVE REG-RECHAZADOS TO RECHAZADOS-PT
	   MOVE TOTAL-NETO TO NETO-PT
	   WRITE LINEA FROM LINEA-PEN-TOT
	   IF REG-PENDIENTES > ZEROS
	       MOVE 4 TO RETURN-CODE
	       MOVE "CFDITIM" TO W-ALR-LLAVE
	       MOVE SPACES TO W-ALR-MENSAJE
	       STRING "RECIBOS SIN TIMBRAR: " DELIMITED BY SIZE
		   PENDIENTES-PT DELIMITED BY SIZE
		   INTO W-ALR-MENSAJE
	       END-STRING
	       CALL "ALERTA" USING W-ALR-PROGRAMA W-ALR-SEVERIDAD
		   W-ALR-LLAVE W-ALR-MENSAJE
	   END-IF
	   PERFORM 600-ESCRIBE-RUNLOG
	   CLOSE HISTNOM
	   IF SW-CFDITIM = 1
	       CLOSE CFDITIM
	   END-IF
	   CLOSE CFDIPEN.

       600-ESCRIBE-RUNLOG.
	   MOVE "CFDIREP" TO RUNLOG-PROGRAMA
	   ACCEPT RUNLOG-FECHA FROM DATE
	   ACCEPT RUNLOG-HORA FROM TIME
	   MOVE RETURN-CODE TO W-RC-GUARDA
	   CALL "SESUSR" USING RUNLOG-USUARIO
	   MOVE W-RC-GUARDA TO RETURN-CODE
	   MOVE REG-LEIDOS TO RUNLOG-LEIDOS
	   MOVE REG-PENDIENTES TO RUNLOG-ESCRITOS
	   OPEN EXTEND RUNLOG
	   IF RUNLOG-STATUS = "35"
	       OPEN OUTPUT RUNLOG
	   END-IF
	   WRITE REG-RUNLOG
	   CLOSE RUNLOG.
