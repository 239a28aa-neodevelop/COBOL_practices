       IDENTIFICATION DIVISION.
       PROGRAM-ID. PVAREP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT PRIMAVAC ASSIGN TO "PRIMAVAC"
	       FILE STATUS IS PRIMAVAC-STATUS.
	   SELECT EMPMAST ASSIGN TO "EMPMAST"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS EMP-REC-ID
	       FILE STATUS IS EMPMAST-STATUS.
	   SELECT CONCAT ASSIGN TO "CONCEPTOS"
	       FILE STATUS IS CONCAT-STATUS.
	   SELECT PERCTL ASSIGN TO "PERIODO.CTL"
	       FILE STATUS IS PERCTL-STATUS.
	   SELECT PVAREPF ASSIGN TO "PVAREP".
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PRIMAVAC.
       COPY "PRIMAVAC.wks".
       FD EMPMAST.
       COPY "EMPMAST.wks".
       FD CONCAT.
       COPY "CONCEPTO.wks".
       FD PERCTL.
       01 REG-PERCTL.
	   03 PERCTL-PERIODO PIC 9(8).
       FD PVAREPF.
       01 LINEA PIC X(80).
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 PRIMAVAC-STATUS PIC XX.
       01 EMPMAST-STATUS PIC XX.
       01 CONCAT-STATUS PIC XX.
       01 PERCTL-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 SW PIC 9 VALUE ZEROS.
       01 SW-EMPMAST PIC 9 VALUE ZEROS.
       01 W-CIA PIC X(3) VALUE SPACES.
       01 W-CIA-NOMBRE PIC X(30) VALUE SPACES.
       01 PARM-PERIODO PIC X(08) VALUE SPACES.
       01 PERIODO-RPT PIC 9(08) VALUE ZEROS.
       01 REG-LEIDOS PIC 9(07) VALUE ZEROS.
       01 PRIMAS-RPT PIC 9(05) VALUE ZEROS.
       01 TOTAL-DIAS PIC 9(05) VALUE ZEROS.
       01 TOTAL-PRIMA PIC 9(08)V99 VALUE ZEROS.
       01 TOTAL-EXENTO PIC 9(08)V99 VALUE ZEROS.
       01 TOTAL-GRAVADO PIC 9(08)V99 VALUE ZEROS.
       01 CON-PV-GRAVADA PIC X(3) VALUE "PVG".
       01 CON-PV-EXENTA PIC X(3) VALUE "PVE".
       01 NUM-CONCEPTOS PIC 999 VALUE ZEROS.
       01 I-CON PIC 999 VALUE ZEROS.
       01 SW-CONCEPTO PIC 9 VALUE ZEROS.
       01 W-CONCEPTO PIC X(3) VALUE SPACES.
       01 FALTAN-CONCEPTOS PIC 9 VALUE ZEROS.
       01 TABLA-CONCEPTOS.
	   03 TC-CODIGO PIC X(3) OCCURS 200 TIMES.
       01 LINEA-R3 PIC X(80) VALUE ALL "==".
       01 ENCABEZADO-PVA.
	   03 FILLER PIC X(12) VALUE SPACES.
	   03 FILLER PIC X(38) VALUE
	      "PRIMAS VACACIONALES GENERADAS  PERIODO".
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 PERIODO-E PIC 9(08).
       01 ENCABEZADO-PVA2.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 FILLER PIC X(09) VALUE "EMPL-ID".
	   03 FILLER PIC X(16) VALUE "NOMBRE".
	   03 FILLER PIC X(09) VALUE "FECHA".
	   03 FILLER PIC X(04) VALUE "DIAS".
	   03 FILLER PIC X(10) VALUE "    DIARIO".
	   03 FILLER PIC X(10) VALUE "     PRIMA".
	   03 FILLER PIC X(10) VALUE "    EXENTO".
	   03 FILLER PIC X(10) VALUE "   GRAVADO".
       01 LINEA-PVA.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 EMPLEADO-ID-P PIC X(08).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 NOMBRE-P PIC X(15).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 FECHA-P PIC 9(08).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 DIAS-P PIC ZZ9.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 DIARIO-P PIC ZZ,ZZ9.99.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 PRIMA-P PIC ZZ,ZZ9.99.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 EXENTO-P PIC ZZ,ZZ9.99.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 GRAVADO-P PIC ZZ,ZZ9.99.
       01 LINEA-PVA-TOT.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 FILLER PIC X(33) VALUE "TOTAL DEL PERIODO".
	   03 DIAS-T PIC ZZZZ9.
	   03 FILLER PIC X(07) VALUE SPACES.
	   03 PRIMA-T PIC ZZZ,ZZ9.99.
	   03 EXENTO-T PIC ZZZ,ZZ9.99.
	   03 GRAVADO-T PIC ZZZ,ZZ9.99.
       01 LINEA-PVA-CTL.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(30) VALUE "PRIMAS EN EL PERIODO:".
	   03 PRIMAS-C PIC ZZZZ9.
       01 LINEA-SIN-PRIMAS.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(45) VALUE
	      "NO HAY PRIMAS VACACIONALES EN EL PERIODO".
       01 LINEA-SIN-CONCEPTO.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(30) VALUE "*** CONCEPTO NO CATALOGADO: ".
	   03 CONCEPTO-SC PIC X(03).
	   03 FILLER PIC X(30) VALUE " - EDITENT LO RECHAZARA ***".

       PROCEDURE DIVISION.
       000-INICIO.
	   MOVE ZEROS TO RETURN-CODE
	   CALL "SETCIA" USING W-CIA W-CIA-NOMBRE
	   ACCEPT PARM-PERIODO FROM COMMAND-LINE
	   IF PARM-PERIODO NUMERIC
	       MOVE PARM-PERIODO TO PERIODO-RPT
	   ELSE
	       PERFORM 020-LEE-PERIODO
	   END-IF
	   IF PERIODO-RPT = ZEROS
	       DISPLAY "PVAREP: NO HAY PERIODO QUE REPORTAR"
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	   END-IF
	   PERFORM 040-CARGA-CONCEPTOS
	   OPEN INPUT EMPMAST
	   IF EMPMAST-STATUS = "00"
	       MOVE 1 TO SW-EMPMAST
	   END-IF
	   OPEN OUTPUT PVAREPF
	   MOVE PERIODO-RPT TO PERIODO-E
	   WRITE LINEA FROM ENCABEZADO-PVA
	   WRITE LINEA FROM LINEA-R3
	   WRITE LINEA FROM ENCABEZADO-PVA2
	   WRITE LINEA FROM LINEA-R3
	   OPEN INPUT PRIMAVAC
	   IF PRIMAVAC-STATUS = "00"
	       PERFORM 100-LECTURA
	       PERFORM 200-PROCESO UNTIL SW = 1
	       CLOSE PRIMAVAC
	   END-IF
	   PERFORM 500-FINAL
	   GOBACK.

       020-LEE-PERIODO.
	   OPEN INPUT PERCTL
	   IF PERCTL-STATUS = "00"
	       READ PERCTL
		   AT END
		       MOVE ZEROS TO PERCTL-PERIODO
	       END-READ
	       CLOSE PERCTL
	       MOVE PERCTL-PERIODO TO PERIODO-RPT
	   END-IF.

       040-CARGA-CONCEPTOS.
	   MOVE ZEROS TO NUM-CONCEPTOS
	   OPEN INPUT CONCAT
	   IF CONCAT-STATUS = "00"
	       PERFORM UNTIL CONCAT-STATUS = "10"
		       OR NUM-CONCEPTOS = 200
		   READ CONCAT
		       AT END
			   MOVE "10" TO CONCAT-STATUS
		       NOT AT END
			   ADD 1 TO NUM-CONCEPTOS
			   MOVE CON-CODIGO TO TC-CODIGO(NUM-CONCEPTOS)
		   END-READ
	       END-PERFORM
	       IF NUM-CONCEPTOS = 200 AND CONCAT-STATUS NOT = "10"
		   READ CONCAT
		       AT END
			   CONTINUE
		       NOT AT END
			   DISPLAY "PVAREP: CONCEPTOS EXCEDEN 200"
			   DISPLAY "PVAREP: SE USAN LOS PRIMEROS 200"
		   END-READ
	       END-IF
	       CLOSE CONCAT
	   END-IF.

       100-LECTURA.
	   READ PRIMAVAC
	       AT END
		   MOVE 1 TO SW
	       NOT AT END
		   ADD 1 TO REG-LEIDOS
	   END-READ.

       200-PROCESO.
	   IF PVA-PERIODO = PERIODO-RPT
	       PERFORM 300-DETALLE
	   END-IF
	   PERFORM 100-LECTURA.

       300-DETALLE.
	   MOVE SPACES TO NOMBRE-P
	   IF SW-EMPMAST = 1
	       MOVE PVA-EMPLEADO-ID TO EMP-REC-ID
	       READ EMPMAST
		   INVALID KEY
		       MOVE "SIN MAESTRO" TO NOMBRE-P
		   NOT INVALID KEY
		       MOVE EMP-REC-NOMBRE TO NOMBRE-P
	       END-READ
	   END-IF
	   MOVE PVA-EMPLEADO-ID TO EMPLEADO-ID-P
	   MOVE PVA-FECHA TO FECHA-P
	   MOVE PVA-DIAS TO DIAS-P
	   MOVE PVA-DIARIO TO DIARIO-P
	   MOVE PVA-IMPORTE TO PRIMA-P
	   MOVE PVA-EXENTO TO EXENTO-P
	   MOVE PVA-GRAVADO TO GRAVADO-P
	   WRITE LINEA FROM LINEA-PVA
	   ADD 1 TO PRIMAS-RPT
	   ADD PVA-DIAS TO TOTAL-DIAS
	   ADD PVA-IMPORTE TO TOTAL-PRIMA
	   ADD PVA-EXENTO TO TOTAL-EXENTO
	   ADD PVA-GRAVADO TO TOTAL-GRAVADO.

       450-VERIFICA-CONCEPTO.
	   MOVE ZEROS TO SW-CONCEPTO
	   PERFORM VARYING I-CON FROM 1 BY 1
		   UNTIL I-CON > NUM-CONCEPTOS
	       IF TC-CODIGO(I-CON) = W-CONCEPTO
		   MOVE 1 TO SW-CONCEPTO
	       END-IF
	   END-PERFORM
	   IF SW-CONCEPTO = 0
	       MOVE 1 TO FALTAN-CONCEPTOS
	       MOVE W-CONCEPTO TO CONCEPTO-SC
	       WRITE LINEA FROM LINEA-SIN-CONCEPTO
	   END-IF.

       500-FINAL.
	   WRITE LINEA FROM LINEA-R3
	   IF PRIMAS-RPT = ZEROS
	       WRITE LINEA FROM LINEA-SIN-PRIMAS
	   ELSE
	       MOVE TOTAL-DIAS TO DIAS-T
	       MOVE TOTAL-PRIMA TO PRIMA-T
	       MOVE TOTAL-EXENTO TO EXENTO-T
	       MOVE TOTAL-GRAVADO TO GRAVADO-T
	       WRITE LINEA FROM LINEA-PVA-TOT
	       WRITE LINEA FROM LINEA-R3
	       MOVE CON-PV-GRAVADA TO W-CONCEPTO
	       PERFORM 450-VERIFICA-CONCEPTO
	       MOVE CON-PV-EXENTA TO W-CONCEPTO
	       PERFORM 450-VERIFICA-CONCEPTO
	   END-IF
	   MOVE PRIMAS-RPT TO PRIMAS-C
	   WRITE LINEA FROM LINEA-PVA-CTL
	   IF FALTAN-CONCEPTOS = 1
	       MOVE 4 TO RETURN-CODE
	   END-IF
	   DISPLAY "PVAREP: PRIMAS VACACIONALES DEL PERIODO "
	       PRIMAS-RPT
	   PERFORM 600-ESCRIBE-RUNLOG
	   IF SW-EMPMAST = 1
	       CLOSE EMPMAST
	   END-IF
	   CLOSE PVAREPF.

       600-ESCRIBE-RUNLOG.
	   MOVE "PVAREP" TO RUNLOG-PROGRAMA
	   ACCEPT RUNLOG-FECHA FROM DATE
	   ACCEPT RUNLOG-HORA FROM TIME
	   MOVE RETURN-CODE TO W-RC-GUARDA
	   CALL "SESUSR" USING RUNLOG-USUARIO
	   MOVE W-RC-GUARDA TO RETURN-CODE
	   MOVE REG-LEIDOS TO RUNLOG-LEIDOS
	   MOVE PRIMAS-RPT TO RUNLOG-ESCRITOS
	   OPEN EXTEND RUNLOG
	   IF RUNLOG-STATUS = "35"
	       OPEN OUTPUT RUNLOG
	   END-IF
	   WRITE REG-RUNLOG
	   CLOSE RUNLOG.
