       IDENTIFICATION DIVISION.
       PROGRAM-ID. FONREM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT FONACOT ASSIGN TO "FONACOT"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS SEQUENTIAL
	       RECORD KEY IS FON-LLAVE
	       FILE STATUS IS FONACOT-STATUS.
	   SELECT EMPMAST ASSIGN TO "EMPMAST"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS EMP-REC-ID
	       FILE STATUS IS EMPMAST-STATUS.
	   SELECT FONRET ASSIGN TO "FONRET"
	       ORGANIZATION IS LINE SEQUENTIAL.
	   SELECT FONREP ASSIGN TO "FONREP".
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FONACOT.
       COPY "FONACOT.wks".
       FD EMPMAST.
       COPY "EMPMAST.wks".
       FD FONRET.
       01 REG-FONRET.
	   03 FRT-NUM-FONACOT PIC X(10).
	   03 FRT-RFC PIC X(13).
	   03 FRT-NSS PIC X(11).
	   03 FRT-CREDITO PIC X(10).
	   03 FRT-MES PIC 9(6).
	   03 FRT-CUOTA PIC 9(7)V99.
	   03 FRT-RETENIDO PIC 9(7)V99.
	   03 FRT-INCIDENCIA PIC X.
	   03 FRT-FECHA-BAJA PIC 9(8).
       FD FONREP.
       01 LINEA PIC X(80).
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 FONACOT-STATUS PIC XX.
       01 EMPMAST-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 SW PIC 9 VALUE ZEROS.
       01 SW-EMPMAST PIC 9 VALUE ZEROS.
       01 W-CIA PIC X(3) VALUE SPACES.
       01 W-CIA-NOMBRE PIC X(30) VALUE SPACES.
       01 PARM-MES PIC X(06) VALUE SPACES.
       01 W-MES PIC 9(06) VALUE ZEROS.
       01 W-PENDIENTE PIC 9(07)V99 VALUE ZEROS.
       01 W-INCIDENCIA PIC X VALUE SPACES.
       01 W-FECHA-BAJA PIC 9(08) VALUE ZEROS.
       01 REG-LEIDOS PIC 9(07) VALUE ZEROS.
       01 REG-CREDITOS PIC 9(05) VALUE ZEROS.
       01 REG-BAJAS PIC 9(05) VALUE ZEROS.
       01 REG-INCAPACIDAD PIC 9(05) VALUE ZEROS.
       01 REG-NETO-INSUF PIC 9(05) VALUE ZEROS.
       01 TOTAL-CUOTA PIC 9(09)V99 VALUE ZEROS.
       01 TOTAL-RETENIDO PIC 9(09)V99 VALUE ZEROS.
       01 TOTAL-PENDIENTE PIC 9(09)V99 VALUE ZEROS.
       01 W-ALR-PROGRAMA PIC X(10) VALUE "FONREM".
       01 W-ALR-SEVERIDAD PIC X VALUE "A".
       01 W-ALR-LLAVE PIC X(18) VALUE SPACES.
       01 W-ALR-MENSAJE PIC X(40) VALUE SPACES.
       01 LINEA-R3 PIC X(80) VALUE ALL "==".
       01 ENCABEZADO-FON.
	   03 FILLER PIC X(10) VALUE SPACES.
	   03 FILLER PIC X(40) VALUE
	      "ENTERO MENSUAL FONACOT          MES: ".
	   03 MES-ED PIC 9(06).
       01 ENCABEZADO-FON2.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 FILLER PIC X(09) VALUE "EMPL-ID".
	   03 FILLER PIC X(11) VALUE "CREDITO".
	   03 FILLER PIC X(11) VALUE "     CUOTA".
	   03 FILLER PIC X(11) VALUE "  RETENIDO".
	   03 FILLER PIC X(11) VALUE " DIFERENC.".
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 FILLER PIC X(20) VALUE "MOTIVO".
       01 LINEA-FON.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 EMPLEADO-ID-F PIC X(08).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 CREDITO-F PIC X(10).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 CUOTA-F PIC Z(6)9.99.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 RETENIDO-F PIC Z(6)9.99.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 PENDIENTE-F PIC Z(6)9.99.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 MOTIVO-F PIC X(20).
       01 LINEA-FON-TOT.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 FILLER PIC X(19) VALUE "TOTALES DEL MES:".
	   03 CUOTA-FT PIC Z(8)9.99.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 RETENIDO-FT PIC Z(8)9.99.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 PENDIENTE-FT PIC Z(8)9.99.
       01 LINEA-CTL-FON.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 CTL-TEXTO PIC X(40).
	   03 CTL-CUENTA PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       000-INICIO.
	   MOVE ZEROS TO RETURN-CODE
	   CALL "SETCIA" USING W-CIA W-CIA-NOMBRE
	   ACCEPT PARM-MES FROM COMMAND-LINE
	   IF PARM-MES(1:6) NOT NUMERIC
	       DISPLAY "FONREM: INDIQUE EL MES AAAAMM"
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	   END-IF
	   MOVE PARM-MES TO W-MES
	   OPEN INPUT FONACOT
	   IF FONACOT-STATUS NOT = "00"
	       DISPLAY "FONREM: NO SE PUDO ABRIR FONACOT "
		   FONACOT-STATUS
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	   END-IF
	   MOVE ZEROS TO SW-EMPMAST
	   OPEN INPUT EMPMAST
	   IF EMPMAST-STATUS = "00"
	       MOVE 1 TO SW-EMPMAST
	   END-IF
	   OPEN OUTPUT FONRET
	   OPEN OUTPUT FONREP
	   MOVE W-MES TO MES-ED
	   WRITE LINEA FROM ENCABEZADO-FON
	   WRITE LINEA FROM LINEA-R3
	   WRITE LINEA FROM ENCABEZADO-FON2
	   WRITE LINEA FROM LINEA-R3
	   PERFORM 100-LECTURA
	   PERFORM 200-PROCESO UNTIL SW = 1
	   PERFORM 500-FINAL
	   GOBACK.

       100-LECTURA.
	   READ FONACOT NEXT
	       AT END
		   MOVE 1 TO SW
	       NOT AT END
		   ADD 1 TO REG-LEIDOS
	   END-READ.

       200-PROCESO.
	   IF FON-MES = W-MES
	       PERFORM 300-CREDITO
	   END-IF
	   PERFORM 100-LECTURA.

       300-CREDITO.
	   ADD 1 TO REG-CREDITOS
	   MOVE SPACES TO W-INCIDENCIA
	   MOVE SPACES TO MOTIVO-F
	   MOVE ZEROS TO W-FECHA-BAJA
	   MOVE ZEROS TO W-PENDIENTE
	   IF FON-RETENIDO-MES < FON-CUOTA-MES
	       COMPUTE W-PENDIENTE = FON-CUOTA-MES - FON-RETENIDO-MES
	       PERFORM 350-MOTIVO
	   END-IF
	   ADD FON-CUOTA-MES TO TOTAL-CUOTA
	   ADD FON-RETENIDO-MES TO TOTAL-RETENIDO
	   ADD W-PENDIENTE TO TOTAL-PENDIENTE
	   MOVE FON-NUM-FONACOT TO FRT-NUM-FONACOT
	   MOVE FON-RFC TO FRT-RFC
	   MOVE FON-NSS TO FRT-NSS
	   MOVE FON-CREDITO TO FRT-CREDITO
	   MOVE FON-MES TO FRT-MES
	   MOVE FON-CUOTA-MES TO FRT-CUOTA
	   MOVE FON-RETENIDO-MES TO FRT-RETENIDO
	   MOVE W-INCIDENCIA TO FRT-INCIDENCIA
	   MOVE W-FECHA-BAJA TO FRT-FECHA-BAJA
	   WRITE REG-FONRET
	   MOVE FON-EMPLEADO-ID TO EMPLEADO-ID-F
	   MOVE FON-CREDITO TO CREDITO-F
	   MOVE FON-CUOTA-MES TO CUOTA-F
	   MOVE FON-RETENIDO-MES TO RETENIDO-F
	   MOVE W-PENDIENTE TO PENDIENTE-F
	   WRITE LINEA FROM LINEA-FON.

       350-MOTIVO.
	   IF SW-EMPMAST = 1
	       MOVE FON-EMPLEADO-ID TO EMP-REC-ID
	       READ EMPMAST
		   INVALID KEY
		       MOVE "B" TO W-INCIDENCIA
		   NOT INVALID KEY
		       IF EMP-REC-ESTATUS = "I"
			   MOVE "B" TO W-INCIDENCIA
			   IF EMP-REC-FECHA-BAJA > ZEROS
			       COMPUTE W-FECHA-BAJA =
				   EMP-REC-FECHA-BAJA + 20000000
			   END-IF
		       END-IF
	       END-READ
	   END-IF
	   IF W-INCIDENCIA = SPACES
	       IF FON-INCIDENCIA = "I"
		   MOVE "I" TO W-INCIDENCIA
	       ELSE
		   MOVE "N" TO W-INCIDENCIA
	       END-IF
	   END-IF
	   EVALUATE W-INCIDENCIA
	       WHEN "B"
		   ADD 1 TO REG-BAJAS
		   MOVE "BAJA DEL TRABAJADOR" TO MOTIVO-F
	       WHEN "I"
		   ADD 1 TO REG-INCAPACIDAD
		   MOVE "INCAPACIDAD" TO MOTIVO-F
	       WHEN OTHER
		   ADD 1 TO REG-NETO-INSUF
		   MOVE "NETO INSUFICIENTE" TO MOTIVO-F
	   END-EVALUATE.

       500-FINAL.
	   WRITE LINEA FROM LINEA-R3
	   MOVE TOTAL-CUOTA TO CUOTA-FT
	   MOVE TOTAL-RETENIDO TO RETENIDO-FT
	   MOVE TOTAL-PENDIENTE TO PENDIENTE-FT
	   WRITE LINEA FROM LINEA-FON-TOT
	   WRITE LINEA FROM LINEA-R3
	   MOVE "CREDITOS EN LA CEDULA DEL MES:" TO CTL-TEXTO
	   MOVE REG-CREDITOS TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-FON
	   MOVE "NO DESCONTADOS POR BAJA:" TO CTL-TEXTO
	   MOVE REG-BAJAS TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-FON
	   MOVE "NO DESCONTADOS POR INCAPACIDAD:" TO CTL-TEXTO
	   MOVE REG-INCAPACIDAD TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-FON
	   MOVE "NO DESCONTADOS POR NETO INSUFICIENTE:" TO CTL-TEXTO
	   MOVE REG-NETO-INSUF TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-FON
	   IF TOTAL-PENDIENTE > ZEROS
	       MOVE 4 TO RETURN-CODE
	       MOVE "FONRET" TO W-ALR-LLAVE
	       MOVE SPACES TO W-ALR-MENSAJE
	       STRING "FONACOT SIN DESCONTAR: " DELIMITED BY SIZE
		   PENDIENTE-FT DELIMITED BY SIZE
		   INTO W-ALR-MENSAJE
	       END-STRING
	       CALL "ALERTA" USING W-ALR-PROGRAMA W-ALR-SEVERIDAD
		   W-ALR-LLAVE W-ALR-MENSAJE
	   END-IF
	   PERFORM 600-ESCRIBE-RUNLOG
	   CLOSE FONACOT
	   IF SW-EMPMAST = 1
	       CLOSE EMPMAST
	   END-IF
	   CLOSE FONRET
	   CLOSE FONREP.

       600-ESCRIBE-RUNLOG.
	   MOVE "FONREM" TO RUNLOG-PROGRAMA
	   ACCEPT RUNLOG-FECHA FROM DATE
	   ACCEPT RUNLOG-HORA FROM TIME
	   MOVE RETURN-CODE TO W-RC-GUARDA
	   CALL "SESUSR" USING RUNLOG-USUARIO
	   MOVE W-RC-GUARDA TO RETURN-CODE
	   MOVE REG-LEIDOS TO RUNLOG-LEIDOS
	   MOVE REG-CREDITOS TO RUNLOG-ESCRITOS
	   OPEN EXTEND RUNLOG
	   IF RUNLOG-STATUS = "35"
	       OPEN OUTPUT RUNLOG
	   END-IF
	   WRITE REG-RUNLOG
	   CLOSE RUNLOG.
