       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFDIGEN.
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
	   SELECT EMPMAST ASSIGN TO "EMPMAST"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS EMP-REC-ID
	       FILE STATUS IS EMPMAST-STATUS.
	   SELECT EMPSEG ASSIGN TO "EMPSEG"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS SEG-REC-ID
	       FILE STATUS IS EMPSEG-STATUS.
	   SELECT CFDITIM ASSIGN TO "CFDITIM"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS TIM-LLAVE
	       FILE STATUS IS CFDITIM-STATUS.
	   SELECT CFDIEMI ASSIGN TO "CFDIEMI"
	       FILE STATUS IS CFDIEMI-STATUS.
	   SELECT SALIDA ASSIGN TO "SALIDA"
	       FILE STATUS IS SALIDA-STATUS.
	   SELECT MOVDEP ASSIGN TO "MOVDEP"
	       FILE STATUS IS MOVDEP-STATUS.
	   SELECT CONCAT ASSIGN TO "CONCEPTOS"
	       FILE STATUS IS CONCAT-STATUS.
	   SELECT CFDIXML ASSIGN TO "CFDIXML"
	       ORGANIZATION IS LINE SEQUENTIAL
	       FILE STATUS IS CFDIXML-STATUS.
	   SELECT CFDICTL ASSIGN TO "CFDICTL".
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD HISTNOM.
       COPY "HISTNOM.wks".
       FD EMPMAST.
       COPY "EMPMAST.wks".
       FD EMPSEG.
       COPY "EMPSEGR.wks".
       FD CFDITIM.
       COPY "CFDITIM.wks".
       FD CFDIEMI.
       COPY "CFDIEMI.wks".
       FD SALIDA.
       01 REG-SAL.
	   03 EMPLEADO-ID-S PIC X(08).
	   03 NOMBRE-S PIC X(30).
	   03 DEPTO-S PIC X(15).
	   03 SUELDO-S PIC 9(05)V99.
	   03 PERIODO-S PIC 9(08).
       FD MOVDEP.
       COPY "MOVVAR.wks".
       FD CONCAT.
       COPY "CONCEPTO.wks".
       FD CFDIXML.
       01 REG-XML PIC X(400).
       FD CFDICTL.
       01 LINEA PIC X(80).
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 HISTNOM-STATUS PIC XX.
       01 EMPMAST-STATUS PIC XX.
       01 EMPSEG-STATUS PIC XX.
       01 CFDITIM-STATUS PIC XX.
       01 CFDIEMI-STATUS PIC XX.
       01 SALIDA-STATUS PIC XX.
       01 MOVDEP-STATUS PIC XX.
       01 CONCAT-STATUS PIC XX.
       01 CFDIXML-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 SW PIC 9 VALUE ZEROS.
       01 SW-EMPSEG PIC 9 VALUE ZEROS.
       01 SW-EXISTE PIC 9 VALUE ZEROS.
       01 SW-GENERA PIC 9 VALUE ZEROS.
       01 W-CIA PIC X(3) VALUE SPACES.
       01 W-CIA-NOMBRE PIC X(30) VALUE SPACES.
       01 PARM-LINEA PIC X(40) VALUE SPACES.
       01 PARM-PERIODO PIC X(08) VALUE SPACES.
       01 PARM-EMP-ID PIC X(08) VALUE SPACES.
       01 PERIODO-RPT PIC 9(08) VALUE ZEROS.
       01 PERIODO-RPT-R REDEFINES PERIODO-RPT.
	   03 PER-ANO PIC 9(04).
	   03 PER-MES PIC 9(02).
	   03 PER-QNA PIC 9(02).
       01 REG-LEIDOS PIC 9(07) VALUE ZEROS.
       01 CFDI-GENERADOS PIC 9(05) VALUE ZEROS.
       01 CFDI-TIMBRADOS PIC 9(05) VALUE ZEROS.
       01 CFDI-EXCLUIDOS PIC 9(05) VALUE ZEROS.
       01 W-ARCHIVO PIC X(40) VALUE SPACES.
       01 FECHA-HOY PIC 9(08) VALUE ZEROS.
       01 FECHA-HOY-R REDEFINES FECHA-HOY.
	   03 HOY-ANO PIC 9(04).
	   03 HOY-MES PIC 9(02).
	   03 HOY-DIA PIC 9(02).
       01 HORA-HOY PIC 9(08) VALUE ZEROS.
       01 HORA-HOY-R REDEFINES HORA-HOY.
	   03 HOY-HH PIC 9(02).
	   03 HOY-MI PIC 9(02).
	   03 HOY-SS PIC 9(02).
	   03 FILLER PIC 9(02).
       01 TABLA-MESES-V PIC X(24) VALUE "312831303130313130313031".
       01 TABLA-MESES REDEFINES TABLA-MESES-V.
	   03 DIAS-MES PIC 99 OCCURS 12 TIMES.
       01 W-DIA-INI PIC 99 VALUE ZEROS.
       01 W-DIA-FIN PIC 99 VALUE ZEROS.
       01 W-FECHA-INI PIC 9(08) VALUE ZEROS.
       01 W-FECHA-FIN PIC 9(08) VALUE ZEROS.
       01 W-FECHA-ALTA PIC 9(08) VALUE ZEROS.
       01 W-SEMANAS PIC 9(04) VALUE ZEROS.
       01 W-DIAS-BASE PIC 99 VALUE ZEROS.
       01 W-DIAS-PAG PIC 99V999 VALUE ZEROS.
       01 W-FECHA-TXT PIC X(10) VALUE SPACES.
       01 T-FECHA-INI PIC X(10) VALUE SPACES.
       01 T-FECHA-FIN PIC X(10) VALUE SPACES.
       01 T-FECHA-ALTA PIC X(10) VALUE SPACES.
       01 T-FECHA-EMI PIC X(19) VALUE SPACES.
       01 T-DIAS-PAG PIC X(08) VALUE SPACES.
       01 T-SEMANAS PIC X(06) VALUE SPACES.
       01 W-DIAS-PAG-ED PIC Z9.999.
       01 W-SEMANAS-ED PIC ZZZ9.
       01 W-IMP PIC S9(07)V99 VALUE ZEROS.
       01 W-IMP-ED PIC Z(06)9.99.
       01 W-IMP-T PIC X(12) VALUE SPACES.
       01 T-SUBTOTAL PIC X(12) VALUE SPACES.
       01 T-DESCUENTO PIC X(12) VALUE SPACES.
       01 T-TOTAL PIC X(12) VALUE SPACES.
       01 T-PERCEP PIC X(12) VALUE SPACES.
       01 T-DEDUC PIC X(12) VALUE SPACES.
       01 T-OTROS-PAGOS PIC X(12) VALUE SPACES.
       01 T-GRAVADO PIC X(12) VALUE SPACES.
       01 T-EXENTO PIC X(12) VALUE SPACES.
       01 T-IMP-RET PIC X(12) VALUE SPACES.
       01 T-OTRAS-DED PIC X(12) VALUE SPACES.
       01 T-SDI PIC X(12) VALUE SPACES.
       01 T-GRAV-L PIC X(12) VALUE SPACES.
       01 T-EXE-L PIC X(12) VALUE SPACES.
       01 W-SUELDO-BASE PIC 9(05)V99 VALUE ZEROS.
       01 W-VAR-MOV PIC 9(07)V99 VALUE ZEROS.
       01 W-VAR-GRAV PIC 9(07)V99 VALUE ZEROS.
       01 W-VAR-EXE PIC 9(07)V99 VALUE ZEROS.
       01 SW-DETALLA PIC 9 VALUE ZEROS.
       01 W-RETRO-FAV PIC 9(05)V99 VALUE ZEROS.
       01 W-RETRO-CAR PIC 9(05)V99 VALUE ZEROS.
       01 W-AJUSTE-FAV PIC 9(05)V99 VALUE ZEROS.
       01 W-AJUSTE-CAR PIC 9(05)V99 VALUE ZEROS.
       01 W-OTROS-DESC PIC S9(07)V99 VALUE ZEROS.
       01 W-TOT-GRAV PIC 9(07)V99 VALUE ZEROS.
       01 W-TOT-EXE PIC 9(07)V99 VALUE ZEROS.
       01 W-TOT-PERC PIC 9(07)V99 VALUE ZEROS.
       01 W-TOT-OTRAS-DED PIC 9(07)V99 VALUE ZEROS.
       01 W-TOT-DED PIC 9(07)V99 VALUE ZEROS.
       01 W-SUBTOTAL PIC 9(07)V99 VALUE ZEROS.
       01 W-TOTAL PIC S9(07)V99 VALUE ZEROS.
       01 W-DED-TIPO PIC X(03) VALUE SPACES.
       01 W-DED-CLAVE PIC X(03) VALUE SPACES.
       01 W-DED-DESC PIC X(30) VALUE SPACES.
       01 W-DED-IMP PIC 9(07)V99 VALUE ZEROS.
       01 W-PER-TIPO PIC X(03) VALUE SPACES.
       01 W-PER-CLAVE PIC X(03) VALUE SPACES.
       01 W-PER-DESC PIC X(30) VALUE SPACES.
       01 W-PER-GRAV PIC 9(07)V99 VALUE ZEROS.
       01 W-PER-EXE PIC 9(07)V99 VALUE ZEROS.
       01 W-PERIODICIDAD PIC X(02) VALUE SPACES.
       01 W-FOLIO PIC X(16) VALUE SPACES.
       01 W-PTR PIC 9(03) VALUE ZEROS.
       01 W-MOTIVO PIC X(40) VALUE SPACES.
       01 NUM-MOVS PIC 9(03) VALUE ZEROS.
       01 I-MOV PIC 9(03) VALUE ZEROS.
       01 TABLA-MOVS.
	   03 TM-ENTRADA OCCURS 500 TIMES.
	       05 TM-EMPLEADO-ID PIC X(08).
	       05 TM-CONCEPTO PIC X(03).
	       05 TM-PERIODO PIC 9(08).
	       05 TM-IMPORTE PIC 9(05)V99.
       01 NUM-CONCEPTOS PIC 999 VALUE ZEROS.
       01 I-CON PIC 999 VALUE ZEROS.
       01 IDX-CON PIC 999 VALUE ZEROS.
       01 TABLA-CONCEPTOS.
	   03 TC-ENTRADA OCCURS 200 TIMES.
	       05 TC-CODIGO PIC X(3).
	       05 TC-DESC PIC X(30).
	       05 TC-GRAVABLE PIC X.
       01 W-ALR-PROGRAMA PIC X(10) VALUE "CFDIGEN".
       01 W-ALR-SEVERIDAD PIC X VALUE "A".
       01 W-ALR-LLAVE PIC X(18) VALUE SPACES.
       01 W-ALR-MENSAJE PIC X(40) VALUE SPACES.
       01 EXCLUIDOS-ED PIC ZZZZ9.
       01 LINEA-R3 PIC X(80) VALUE ALL "==".
       01 ENCABEZADO-CTL.
	   03 FILLER PIC X(15) VALUE SPACES.
	   03 FILLER PIC X(33) VALUE "GENERACION DE CFDI DE NOMINA    ".
	   03 FILLER PIC X(09) VALUE "PERIODO: ".
	   03 PERIODO-CT PIC 9(08).
       01 LINEA-CTL.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 EMPLEADO-ID-C PIC X(08).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 NOMBRE-C PIC X(23).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 NETO-C PIC $(05)9.99.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 MOTIVO-C PIC X(33).
       01 LINEA-CTL-TOT.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(12) VALUE "GENERADOS:  ".
	   03 GENERADOS-CT PIC ZZZZ9.
	   03 FILLER PIC X(16) VALUE "  YA TIMBRADOS: ".
	   03 TIMBRADOS-CT PIC ZZZZ9.
	   03 FILLER PIC X(14) VALUE "  EXCLUIDOS: ".
	   03 EXCLUIDOS-CT PIC ZZZZ9.

       PROCEDURE DIVISION.
       000-INICIO.
	   MOVE ZEROS TO RETURN-CODE
	   CALL "SETCIA" USING W-CIA W-CIA-NOMBRE
	   ACCEPT PARM-LINEA FROM COMMAND-LINE
	   UNSTRING PARM-LINEA DELIMITED BY ALL SPACE
	       INTO PARM-PERIODO PARM-EMP-ID
	   END-UNSTRING
	   IF PARM-PERIODO(1:8) NUMERIC
	       MOVE PARM-PERIODO TO PERIODO-RPT
	   ELSE
	       MOVE SPACES TO PARM-EMP-ID
	       PERFORM 010-PERIODO-SALIDA
	   END-IF
	   IF PERIODO-RPT = ZEROS OR PER-MES = ZEROS OR PER-MES > 12
	       DISPLAY "CFDIGEN: USO: CFDIGEN AAAAMMQQ [EMPLEADO]"
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	   END-IF
	   OPEN INPUT CFDIEMI
	   IF CFDIEMI-STATUS NOT = "00"
	       DISPLAY "CFDIGEN: FALTAN LOS DATOS DEL EMISOR CFDIEMI"
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	   END-IF
	   READ CFDIEMI
	       AT END
		   MOVE SPACES TO REG-CFDIEMI
	   END-READ
	   CLOSE CFDIEMI
	   IF EMI-RFC = SPACES
	       DISPLAY "CFDIGEN: EMISOR SIN RFC EN CFDIEMI"
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	   END-IF
	   OPEN INPUT HISTNOM
	   IF HISTNOM-STATUS NOT = "00"
	       DISPLAY "CFDIGEN: NO SE PUDO ABRIR HISTNOM "
		   HISTNOM-STATUS
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	   END-IF
	   OPEN INPUT EMPMAST
	   MOVE ZEROS TO SW-EMPSEG
	   OPEN INPUT EMPSEG
	   IF EMPSEG-STATUS = "00"
	       MOVE 1 TO SW-EMPSEG
	   END-IF
	   OPEN I-O CFDITIM
	   IF CFDITIM-STATUS = "35"
	       OPEN OUTPUT CFDITIM
	       CLOSE CFDITIM
	       OPEN I-O CFDITIM
	   END-IF
	   OPEN OUTPUT CFDICTL
	   ACCEPT FECHA-HOY FROM DATE YYYYMMDD
	   ACCEPT HORA-HOY FROM TIME
	   MOVE SPACES TO T-FECHA-EMI
	   STRING HOY-ANO "-" HOY-MES "-" HOY-DIA "T"
	       HOY-HH ":" HOY-MI ":" HOY-SS
	       DELIMITED BY SIZE INTO T-FECHA-EMI
	   END-STRING
	   PERFORM 050-CARGA-MOVIMIENTOS
	   PERFORM 060-CARGA-CONCEPTOS
	   PERFORM 070-FECHAS-PERIODO
	   MOVE PERIODO-RPT TO PERIODO-CT
	   WRITE LINEA FROM ENCABEZADO-CTL
	   WRITE LINEA FROM LINEA-R3
	   IF PARM-EMP-ID NOT = SPACES
	       MOVE PARM-EMP-ID TO HIS-EMPLEADO-ID
	       MOVE PERIODO-RPT TO HIS-PERIODO
	       READ HISTNOM
		   INVALID KEY
		       DISPLAY "CFDIGEN: SIN NOMINA PARA " PARM-EMP-ID
		       MOVE 4 TO RETURN-CODE
		   NOT INVALID KEY
		       ADD 1 TO REG-LEIDOS
		       PERFORM 200-PROCESO-EMPLEADO
	       END-READ
	   ELSE
	       PERFORM 100-LECTURA
	       PERFORM 200-PROCESO UNTIL SW = 1
	   END-IF
	   PERFORM 500-FINAL
	   GOBACK.

       010-PERIODO-SALIDA.
	   MOVE ZEROS TO PERIODO-RPT
	   OPEN INPUT SALIDA
	   IF SALIDA-STATUS = "00"
	       READ SALIDA
		   NOT AT END
		       MOVE PERIODO-S TO PERIODO-RPT
	       END-READ
	       CLOSE SALIDA
	   END-IF.

       050-CARGA-MOVIMIENTOS.
	   MOVE ZEROS TO NUM-MOVS
	   OPEN INPUT MOVDEP
	   IF MOVDEP-STATUS = "00"
	       PERFORM UNTIL MOVDEP-STATUS = "10" OR NUM-MOVS = 500
		   READ MOVDEP
		       AT END
			   MOVE "10" TO MOVDEP-STATUS
		       NOT AT END
			   IF MOV-PERIODO = PERIODO-RPT
			       ADD 1 TO NUM-MOVS
			       MOVE MOV-EMPLEADO-ID
				   TO TM-EMPLEADO-ID(NUM-MOVS)
			       MOVE MOV-CONCEPTO
				   TO TM-CONCEPTO(NUM-MOVS)
			       MOVE MOV-PERIODO TO TM-PERIODO(NUM-MOVS)
			       MOVE MOV-IMPORTE TO TM-IMPORTE(NUM-MOVS)
			   END-IF
		   END-READ
	       END-PERFORM
	       CLOSE MOVDEP
	   END-IF.

       060-CARGA-CONCEPTOS.
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
			   MOVE CON-DESC TO TC-DESC(NUM-CONCEPTOS)
			   MOVE CON-GRAVABLE
			       TO TC-GRAVABLE(NUM-CONCEPTOS)
		   END-READ
	       END-PERFORM
	       IF NUM-CONCEPTOS = 200 AND CONCAT-STATUS NOT = "10"
		   READ CONCAT
		       AT END
			   CONTINUE
		       NOT AT END
			   DISPLAY "CFDIGEN: CONCEPTOS EXCEDEN 200"
			   DISPLAY "CFDIGEN: SE USAN LOS PRIMEROS 200"
		   END-READ
	       END-IF
	       CLOSE CONCAT
	   END-IF.

       070-FECHAS-PERIODO.
	   MOVE DIAS-MES(PER-MES) TO W-DIA-FIN
	   IF PER-MES = 2
	       IF FUNCTION MOD(PER-ANO, 4) = 0
		   MOVE 29 TO W-DIA-FIN
	       END-IF
	   END-IF
	   MOVE 1 TO W-DIA-INI
	   IF PER-QNA = ZEROS
	       MOVE 30 TO W-DIAS-BASE
	       MOVE "05" TO W-PERIODICIDAD
	   ELSE
	       MOVE 15 TO W-DIAS-BASE
	       MOVE "04" TO W-PERIODICIDAD
	       IF PER-QNA = 1
		   MOVE 15 TO W-DIA-FIN
	       ELSE
		   MOVE 16 TO W-DIA-INI
	       END-IF
	   END-IF
	   COMPUTE W-FECHA-INI = PER-ANO * 10000 + PER-MES * 100
	       + W-DIA-INI
	   COMPUTE W-FECHA-FIN = PER-ANO * 10000 + PER-MES * 100
	       + W-DIA-FIN
	   MOVE W-FECHA-INI TO W-FECHA-ALTA
	   PERFORM 080-FORMATEA-FECHA
	   MOVE W-FECHA-TXT TO T-FECHA-INI
	   MOVE W-FECHA-FIN TO W-FECHA-ALTA
	   PERFORM 080-FORMATEA-FECHA
	   MOVE W-FECHA-TXT TO T-FECHA-FIN.

       080-FORMATEA-FECHA.
	   MOVE SPACES TO W-FECHA-TXT
	   STRING W-FECHA-ALTA(1:4) "-" W-FECHA-ALTA(5:2) "-"
	       W-FECHA-ALTA(7:2)
	       DELIMITED BY SIZE INTO W-FECHA-TXT
	   END-STRING.

       100-LECTURA.
	   READ HISTNOM NEXT
	       AT END
		   MOVE 1 TO SW
	       NOT AT END
		   ADD 1 TO REG-LEIDOS
	   END-READ.

       200-PROCESO.
	   IF HIS-PERIODO = PERIODO-RPT
	       PERFORM 200-PROCESO-EMPLEADO
	   END-IF
	   PERFORM 100-LECTURA.

       200-PROCESO-EMPLEADO.
	   MOVE ZEROS TO SW-EXISTE
	   MOVE 1 TO SW-GENERA
	   MOVE SPACES TO W-MOTIVO
	   MOVE HIS-EMPLEADO-ID TO TIM-EMPLEADO-ID
	   MOVE HIS-PERIODO TO TIM-PERIODO
	   READ CFDITIM
	       INVALID KEY
		   CONTINUE
	       NOT INVALID KEY
		   MOVE 1 TO SW-EXISTE
	   END-READ
	   IF SW-EXISTE = 1 AND TIM-ESTADO = "T"
	       ADD 1 TO CFDI-TIMBRADOS
	   ELSE
	       PERFORM 210-VALIDA-RECEPTOR
	       IF SW-GENERA = 1
		   PERFORM 300-GENERA-CFDI
		   PERFORM 400-REGISTRA-ESTADO
		   MOVE "CFDI GENERADO" TO W-MOTIVO
	       ELSE
		   ADD 1 TO CFDI-EXCLUIDOS
	       END-IF
	       PERFORM 450-LINEA-CONTROL
	   END-IF.

       210-VALIDA-RECEPTOR.
	   MOVE HIS-EMPLEADO-ID TO EMP-REC-ID
	   READ EMPMAST
	       INVALID KEY
		   MOVE ZEROS TO SW-GENERA
		   MOVE SPACES TO REG-EMPMAST
		   MOVE "SIN REGISTRO EN EMPMAST" TO W-MOTIVO
	   END-READ
	   IF SW-GENERA = 1
	       MOVE HIS-EMPLEADO-ID TO SEG-REC-ID
	       IF SW-EMPSEG = 1
		   READ EMPSEG
		       INVALID KEY
			   MOVE ZEROS TO SW-GENERA
			   MOVE "SIN DATOS EN EMPSEG" TO W-MOTIVO
		   END-READ
	       ELSE
		   MOVE ZEROS TO SW-GENERA
		   MOVE "SIN DATOS EN EMPSEG" TO W-MOTIVO
	       END-IF
	   END-IF
	   IF SW-GENERA = 1
	       IF SEG-REC-RFC = SPACES OR SEG-REC-CURP = SPACES
		       OR SEG-REC-CP = SPACES
		   MOVE ZEROS TO SW-GENERA
		   MOVE "FALTA RFC, CURP O C.P. EN EMPSEG"
		       TO W-MOTIVO
	       END-IF
	   END-IF.

       300-GENERA-CFDI.
	   PERFORM 310-CALCULA-TOTALES
	   PERFORM 320-FECHAS-EMPLEADO
	   MOVE SPACES TO W-ARCHIVO
	   STRING "CFDI." DELIMITED BY SIZE
	       W-CIA DELIMITED BY SPACE
	       "." DELIMITED BY SIZE
	       HIS-PERIODO DELIMITED BY SIZE
	       "." DELIMITED BY SIZE
	       HIS-EMPLEADO-ID DELIMITED BY SPACE
	       ".XML" DELIMITED BY SIZE
	       INTO W-ARCHIVO
	   END-STRING
	   SET ENVIRONMENT "DD_CFDIXML" TO W-ARCHIVO
	   OPEN OUTPUT CFDIXML
	   PERFORM 330-ESCRIBE-COMPROBANTE
	   PERFORM 340-ESCRIBE-NOMINA
	   PERFORM 350-ESCRIBE-PERCEPCIONES
	   PERFORM 360-ESCRIBE-DEDUCCIONES
	   PERFORM 370-ESCRIBE-OTROS-PAGOS
	   MOVE "</nomina12:Nomina>" TO REG-XML
	   WRITE REG-XML
	   MOVE "</cfdi:Complemento>" TO REG-XML
	   WRITE REG-XML
	   MOVE "</cfdi:Comprobante>" TO REG-XML
	   WRITE REG-XML
	   CLOSE CFDIXML
	   ADD 1 TO CFDI-GENERADOS.

       310-CALCULA-TOTALES.
	   COMPUTE W-SUELDO-BASE = HIS-SUELDO - HIS-VARIABLE
	   MOVE ZEROS TO W-VAR-MOV W-VAR-GRAV W-VAR-EXE
	   PERFORM VARYING I-MOV FROM 1 BY 1
		   UNTIL I-MOV > NUM-MOVS
	       IF TM-EMPLEADO-ID(I-MOV) = HIS-EMPLEADO-ID
		   ADD TM-IMPORTE(I-MOV) TO W-VAR-MOV
		   PERFORM 315-BUSCA-CONCEPTO
		   IF IDX-CON > ZEROS AND TC-GRAVABLE(IDX-CON) = "N"
		       ADD TM-IMPORTE(I-MOV) TO W-VAR-EXE
		   ELSE
		       ADD TM-IMPORTE(I-MOV) TO W-VAR-GRAV
		   END-IF
	       END-IF
	   END-PERFORM
	   IF W-VAR-MOV = HIS-VARIABLE
	       MOVE 1 TO SW-DETALLA
	   ELSE
	       MOVE ZEROS TO SW-DETALLA
	       MOVE HIS-VARIABLE TO W-VAR-GRAV
	       MOVE ZEROS TO W-VAR-EXE
	   END-IF
	   MOVE ZEROS TO W-RETRO-FAV W-RETRO-CAR
	   MOVE ZEROS TO W-AJUSTE-FAV W-AJUSTE-CAR
	   IF HIS-RETRO > ZEROS
	       MOVE HIS-RETRO TO W-RETRO-FAV
	   ELSE
	       COMPUTE W-RETRO-CAR = HIS-RETRO * -1
	   END-IF
	   IF HIS-AJUSTE > ZEROS
	       MOVE HIS-AJUSTE TO W-AJUSTE-FAV
	   ELSE
	       COMPUTE W-AJUSTE-CAR = HIS-AJUSTE * -1
	   END-IF
	   COMPUTE W-OTROS-DESC = HIS-SUELDO - HIS-ISR - HIS-IMSS
	       - HIS-PENSION - HIS-INFONAVIT - HIS-AHORRO
	       - HIS-FONACOT - HIS-VIATICO - HIS-GMM - HIS-SINDICAL
	       + HIS-AJUSTE + HIS-RETRO - HIS-NETO
	   IF W-OTROS-DESC < ZEROS
	       MOVE ZEROS TO W-OTROS-DESC
	   END-IF
	   COMPUTE W-TOT-GRAV = W-SUELDO-BASE + W-VAR-GRAV
	       + W-RETRO-FAV
	   MOVE W-VAR-EXE TO W-TOT-EXE
	   COMPUTE W-TOT-PERC = W-TOT-GRAV + W-TOT-EXE
	   COMPUTE W-TOT-OTRAS-DED = HIS-IMSS + HIS-PENSION
	       + HIS-INFONAVIT + HIS-AHORRO + HIS-FONACOT + HIS-VIATICO
	       + HIS-GMM + HIS-SINDICAL + W-OTROS-DESC
	       + W-RETRO-CAR + W-AJUSTE-CAR
	   COMPUTE W-TOT-DED = W-TOT-OTRAS-DED + HIS-ISR
	   COMPUTE W-SUBTOTAL = W-TOT-PERC + W-AJUSTE-FAV
	   COMPUTE W-TOTAL = W-SUBTOTAL - W-TOT-DED
	   MOVE W-SUBTOTAL TO W-IMP
	   PERFORM 800-EDITA-IMPORTE
	   MOVE W-IMP-T TO T-SUBTOTAL
	   MOVE W-TOT-DED TO W-IMP
	   PERFORM 800-EDITA-IMPORTE
	   MOVE W-IMP-T TO T-DESCUENTO
	   MOVE W-IMP-T TO T-DEDUC
	   MOVE W-TOTAL TO W-IMP
	   PERFORM 800-EDITA-IMPORTE
	   MOVE W-IMP-T TO T-TOTAL
	   MOVE W-TOT-PERC TO W-IMP
	   PERFORM 800-EDITA-IMPORTE
	   MOVE W-IMP-T TO T-PERCEP
	   MOVE W-AJUSTE-FAV TO W-IMP
	   PERFORM 800-EDITA-IMPORTE
	   MOVE W-IMP-T TO T-OTROS-PAGOS
	   MOVE W-TOT-GRAV TO W-IMP
	   PERFORM 800-EDITA-IMPORTE
	   MOVE W-IMP-T TO T-GRAVADO
	   MOVE W-TOT-EXE TO W-IMP
	   PERFORM 800-EDITA-IMPORTE
	   MOVE W-IMP-T TO T-EXENTO
	   MOVE HIS-ISR TO W-IMP
	   PERFORM 800-EDITA-IMPORTE
	   MOVE W-IMP-T TO T-IMP-RET
	   MOVE W-TOT-OTRAS-DED TO W-IMP
	   PERFORM 800-EDITA-IMPORTE
	   MOVE W-IMP-T TO T-OTRAS-DED
	   MOVE SEG-REC-SDI TO W-IMP
	   PERFORM 800-EDITA-IMPORTE
	   MOVE W-IMP-T TO T-SDI.

       315-BUSCA-CONCEPTO.
	   MOVE ZEROS TO IDX-CON
	   PERFORM VARYING I-CON FROM 1 BY 1
		   UNTIL I-CON > NUM-CONCEPTOS
	       IF TC-CODIGO(I-CON) = TM-CONCEPTO(I-MOV)
		   MOVE I-CON TO IDX-CON
	       END-IF
	   END-PERFORM.

       320-FECHAS-EMPLEADO.
	   COMPUTE W-DIAS-PAG = W-DIAS-BASE - HIS-DIAS-INC
	   IF W-DIAS-PAG < 1
	       MOVE 1 TO W-DIAS-PAG
	   END-IF
	   MOVE W-DIAS-PAG TO W-DIAS-PAG-ED
	   MOVE FUNCTION TRIM(W-DIAS-PAG-ED) TO T-DIAS-PAG
	   IF EMP-REC-FECHA-ALTA > ZEROS
	       COMPUTE W-FECHA-ALTA = 20000000 + EMP-REC-FECHA-ALTA
	   ELSE
	       MOVE W-FECHA-INI TO W-FECHA-ALTA
	   END-IF
	   IF W-FECHA-ALTA > W-FECHA-FIN
	       MOVE W-FECHA-FIN TO W-FECHA-ALTA
	   END-IF
	   COMPUTE W-SEMANAS =
	       (FUNCTION INTEGER-OF-DATE(W-FECHA-FIN)
	      - FUNCTION INTEGER-OF-DATE(W-FECHA-ALTA) + 1) / 7
	   MOVE W-SEMANAS TO W-SEMANAS-ED
	   MOVE FUNCTION TRIM(W-SEMANAS-ED) TO T-SEMANAS
	   PERFORM 080-FORMATEA-FECHA
	   MOVE W-FECHA-TXT TO T-FECHA-ALTA
	   MOVE SPACES TO W-FOLIO
	   STRING HIS-PERIODO DELIMITED BY SIZE
	       HIS-EMPLEADO-ID DELIMITED BY SPACE
	       INTO W-FOLIO
	   END-STRING.

       330-ESCRIBE-COMPROBANTE.
	   MOVE "<?xml version=""1.0"" encoding=""UTF-8""?>" TO REG-XML
	   WRITE REG-XML
	   MOVE SPACES TO REG-XML
	   STRING "<cfdi:Comprobante "
	       "xmlns:cfdi=""http://www.sat.gob.mx/cfd/4"" "
	       "xmlns:nomina12=""http://www.sat.gob.mx/nomina12"" "
	       "xmlns:xsi="
	       """http://www.w3.org/2001/XMLSchema-instance"""
	       DELIMITED BY SIZE INTO REG-XML
	   END-STRING
	   WRITE REG-XML
	   MOVE SPACES TO REG-XML
	   STRING " xsi:schemaLocation=""http://www.sat.gob.mx/cfd/4 "
	       "http://www.sat.gob.mx/sitio_internet/cfd/4/cfdv40.xsd "
	       "http://www.sat.gob.mx/nomina12 "
	       "http://www.sat.gob.mx/sitio_internet/cfd/nomina/"
	       "nomina12.xsd"""
	       DELIMITED BY SIZE INTO REG-XML
	   END-STRING
	   WRITE REG-XML
	   MOVE SPACES TO REG-XML
	   STRING " Version=""4.0"" Serie=""" DELIMITED BY SIZE
	       EMI-SERIE DELIMITED BY SPACE
	       """ Folio=""" DELIMITED BY SIZE
	       W-FOLIO DELIMITED BY SPACE
	       """ Fecha=""" DELIMITED BY SIZE
	       T-FECHA-EMI DELIMITED BY SIZE
	       """ SubTotal=""" DELIMITED BY SIZE
	       T-SUBTOTAL DELIMITED BY SPACE
	       """ Descuento=""" DELIMITED BY SIZE
	       T-DESCUENTO DELIMITED BY SPACE
	       """ Moneda=""MXN"" Total=""" DELIMITED BY SIZE
	       T-TOTAL DELIMITED BY SPACE
	       """" DELIMITED BY SIZE
	       INTO REG-XML
	   END-STRING
	   WRITE REG-XML
	   MOVE SPACES TO REG-XML
	   STRING " TipoDeComprobante=""N"" Exportacion=""01"" "
	       "MetodoPago=""PUE"" LugarExpedicion="""
	       DELIMITED BY SIZE
	       EMI-CP DELIMITED BY SPACE
	       """>" DELIMITED BY SIZE
	       INTO REG-XML
	   END-STRING
	   WRITE REG-XML
	   MOVE SPACES TO REG-XML
	   STRING "<cfdi:Emisor Rfc=""" DELIMITED BY SIZE
	       EMI-RFC DELIMITED BY SPACE
	       """ Nombre=""" DELIMITED BY SIZE
	       FUNCTION TRIM(EMI-NOMBRE) DELIMITED BY SIZE
	       """ RegimenFiscal=""" DELIMITED BY SIZE
	       EMI-REGIMEN DELIMITED BY SPACE
	       """/>" DELIMITED BY SIZE
	       INTO REG-XML
	   END-STRING
	   WRITE REG-XML
	   MOVE SPACES TO REG-XML
	   STRING "<cfdi:Receptor Rfc=""" DELIMITED BY SIZE
	       SEG-REC-RFC DELIMITED BY SPACE
	       """ Nombre=""" DELIMITED BY SIZE
	       FUNCTION TRIM(EMP-REC-NOMBRE) DELIMITED BY SIZE
	       """ DomicilioFiscalReceptor=""" DELIMITED BY SIZE
	       SEG-REC-CP DELIMITED BY SPACE
	       """ RegimenFiscalReceptor=""605"" UsoCFDI=""CN01""/>"
	       DELIMITED BY SIZE
	       INTO REG-XML
	   END-STRING
	   WRITE REG-XML
	   MOVE "<cfdi:Conceptos>" TO REG-XML
	   WRITE REG-XML
	   MOVE SPACES TO REG-XML
	   STRING "<cfdi:Concepto ClaveProdServ=""84111505"" "
	       "Cantidad=""1"" ClaveUnidad=""ACT"" "
	       "Descripcion=""Pago de n" X"C3B3" "mina"" "
	       "ValorUnitario="""
	       DELIMITED BY SIZE
	       T-SUBTOTAL DELIMITED BY SPACE
	       """ Importe=""" DELIMITED BY SIZE
	       T-SUBTOTAL DELIMITED BY SPACE
	       """ Descuento=""" DELIMITED BY SIZE
	       T-DESCUENTO DELIMITED BY SPACE
	       """ ObjetoImp=""01""/>" DELIMITED BY SIZE
	       INTO REG-XML
	   END-STRING
	   WRITE REG-XML
	   MOVE "</cfdi:Conceptos>" TO REG-XML
	   WRITE REG-XML
	   MOVE "<cfdi:Complemento>" TO REG-XML
	   WRITE REG-XML.

       340-ESCRIBE-NOMINA.
	   MOVE SPACES TO REG-XML
	   MOVE 1 TO W-PTR
	   STRING "<nomina12:Nomina Version=""1.2"" TipoNomina=""O"" "
	       "FechaPago=""" DELIMITED BY SIZE
	       T-FECHA-FIN DELIMITED BY SPACE
	       """ FechaInicialPago=""" DELIMITED BY SIZE
	       T-FECHA-INI DELIMITED BY SPACE
	       """ FechaFinalPago=""" DELIMITED BY SIZE
	       T-FECHA-FIN DELIMITED BY SPACE
	       """ NumDiasPagados=""" DELIMITED BY SIZE
	       T-DIAS-PAG DELIMITED BY SPACE
	       """ TotalPercepciones=""" DELIMITED BY SIZE
	       T-PERCEP DELIMITED BY SPACE
	       """ TotalDeducciones=""" DELIMITED BY SIZE
	       T-DEDUC DELIMITED BY SPACE
	       """" DELIMITED BY SIZE
	       INTO REG-XML WITH POINTER W-PTR
	   END-STRING
	   IF W-AJUSTE-FAV > ZEROS
	       STRING " TotalOtrosPagos=""" DELIMITED BY SIZE
		   T-OTROS-PAGOS DELIMITED BY SPACE
		   """" DELIMITED BY SIZE
		   INTO REG-XML WITH POINTER W-PTR
	       END-STRING
	   END-IF
	   STRING ">" DELIMITED BY SIZE
	       INTO REG-XML WITH POINTER W-PTR
	   END-STRING
	   WRITE REG-XML
	   MOVE SPACES TO REG-XML
	   STRING "<nomina12:Emisor RegistroPatronal="""
	       DELIMITED BY SIZE
	       EMI-REG-PATRONAL DELIMITED BY SPACE
	       """/>" DELIMITED BY SIZE
	       INTO REG-XML
	   END-STRING
	   WRITE REG-XML
	   MOVE SPACES TO REG-XML
	   STRING "<nomina12:Receptor Curp=""" DELIMITED BY SIZE
	       SEG-REC-CURP DELIMITED BY SPACE
	       """ NumSeguridadSocial=""" DELIMITED BY SIZE
	       SEG-REC-NSS DELIMITED BY SPACE
	       """ FechaInicioRelLaboral=""" DELIMITED BY SIZE
	       T-FECHA-ALTA DELIMITED BY SPACE
	       """ Antig" X"C3BC" "edad=""P" DELIMITED BY SIZE
	       T-SEMANAS DELIMITED BY SPACE
	       "W"" TipoContrato=""01"" TipoRegimen=""02"""
	       DELIMITED BY SIZE
	       INTO REG-XML
	   END-STRING
	   WRITE REG-XML
	   MOVE SPACES TO REG-XML
	   STRING " NumEmpleado=""" DELIMITED BY SIZE
	       HIS-EMPLEADO-ID DELIMITED BY SPACE
	       """ Departamento=""" DELIMITED BY SIZE
	       FUNCTION TRIM(HIS-DEPTO) DELIMITED BY SIZE
	       """ Puesto=""" DELIMITED BY SIZE
	       EMP-REC-PUESTO DELIMITED BY SPACE
	       """ PeriodicidadPago=""" DELIMITED BY SIZE
	       W-PERIODICIDAD DELIMITED BY SIZE
	       """ SalarioDiarioIntegrado=""" DELIMITED BY SIZE
	       T-SDI DELIMITED BY SPACE
	       """ ClaveEntFed=""" DELIMITED BY SIZE
	       EMI-ENTIDAD DELIMITED BY SPACE
	       """/>" DELIMITED BY SIZE
	       INTO REG-XML
	   END-STRING
	   WRITE REG-XML.

       350-ESCRIBE-PERCEPCIONES.
	   MOVE SPACES TO REG-XML
	   STRING "<nomina12:Percepciones TotalSueldos="""
	       DELIMITED BY SIZE
	       T-PERCEP DELIMITED BY SPACE
	       """ TotalGravado=""" DELIMITED BY SIZE
	       T-GRAVADO DELIMITED BY SPACE
	       """ TotalExento=""" DELIMITED BY SIZE
	       T-EXENTO DELIMITED BY SPACE
	       """>" DELIMITED BY SIZE
	       INTO REG-XML
	   END-STRING
	   WRITE REG-XML
	   MOVE "001" TO W-PER-TIPO
	   MOVE "SUE" TO W-PER-CLAVE
	   MOVE "SUELDO" TO W-PER-DESC
	   MOVE W-SUELDO-BASE TO W-PER-GRAV
	   MOVE ZEROS TO W-PER-EXE
	   PERFORM 355-ESCRIBE-PERCEPCION
	   IF SW-DETALLA = 1
	       PERFORM VARYING I-MOV FROM 1 BY 1
		       UNTIL I-MOV > NUM-MOVS
		   IF TM-EMPLEADO-ID(I-MOV) = HIS-EMPLEADO-ID
		       PERFORM 315-BUSCA-CONCEPTO
		       MOVE "038" TO W-PER-TIPO
		       MOVE TM-CONCEPTO(I-MOV) TO W-PER-CLAVE
		       IF IDX-CON > ZEROS
			   MOVE TC-DESC(IDX-CON) TO W-PER-DESC
		       ELSE
			   MOVE TM-CONCEPTO(I-MOV) TO W-PER-DESC
		       END-IF
		       IF IDX-CON > ZEROS
			       AND TC-GRAVABLE(IDX-CON) = "N"
			   MOVE ZEROS TO W-PER-GRAV
			   MOVE TM-IMPORTE(I-MOV) TO W-PER-EXE
		       ELSE
			   MOVE TM-IMPORTE(I-MOV) TO W-PER-GRAV
			   MOVE ZEROS TO W-PER-EXE
		       END-IF
		       PERFORM 355-ESCRIBE-PERCEPCION
		   END-IF
	       END-PERFORM
	   ELSE
	       IF HIS-VARIABLE > ZEROS
		   MOVE "038" TO W-PER-TIPO
		   MOVE "VAR" TO W-PER-CLAVE
		   MOVE "PERCEPCIONES VARIABLES" TO W-PER-DESC
		   MOVE HIS-VARIABLE TO W-PER-GRAV
		   MOVE ZEROS TO W-PER-EXE
		   PERFORM 355-ESCRIBE-PERCEPCION
	       END-IF
	   END-IF
	   IF W-RETRO-FAV > ZEROS
	       MOVE "001" TO W-PER-TIPO
	       MOVE "RET" TO W-PER-CLAVE
	       MOVE "RETROACTIVO" TO W-PER-DESC
	       MOVE W-RETRO-FAV TO W-PER-GRAV
	       MOVE ZEROS TO W-PER-EXE
	       PERFORM 355-ESCRIBE-PERCEPCION
	   END-IF
	   MOVE "</nomina12:Percepciones>" TO REG-XML
	   WRITE REG-XML.

       355-ESCRIBE-PERCEPCION.
	   MOVE W-PER-GRAV TO W-IMP
	   PERFORM 800-EDITA-IMPORTE
	   MOVE W-IMP-T TO T-GRAV-L
	   MOVE W-PER-EXE TO W-IMP
	   PERFORM 800-EDITA-IMPORTE
	   MOVE W-IMP-T TO T-EXE-L
	   MOVE SPACES TO REG-XML
	   STRING "<nomina12:Percepcion TipoPercepcion="""
	       DELIMITED BY SIZE
	       W-PER-TIPO DELIMITED BY SIZE
	       """ Clave=""" DELIMITED BY SIZE
	       W-PER-CLAVE DELIMITED BY SPACE
	       """ Concepto=""" DELIMITED BY SIZE
	       FUNCTION TRIM(W-PER-DESC) DELIMITED BY SIZE
	       """ ImporteGravado=""" DELIMITED BY SIZE
	       T-GRAV-L DELIMITED BY SPACE
	       """ ImporteExento=""" DELIMITED BY SIZE
	       T-EXE-L DELIMITED BY SPACE
	       """/>" DELIMITED BY SIZE
	       INTO REG-XML
	   END-STRING
	   WRITE REG-XML.

       360-ESCRIBE-DEDUCCIONES.
	   IF W-TOT-DED > ZEROS
	       MOVE SPACES TO REG-XML
	       STRING "<nomina12:Deducciones TotalOtrasDeducciones="""
		   DELIMITED BY SIZE
		   T-OTRAS-DED DELIMITED BY SPACE
		   """ TotalImpuestosRetenidos=""" DELIMITED BY SIZE
		   T-IMP-RET DELIMITED BY SPACE
		   """>" DELIMITED BY SIZE
		   INTO REG-XML
	       END-STRING
	       WRITE REG-XML
	       MOVE "001" TO W-DED-TIPO
	       MOVE "IMS" TO W-DED-CLAVE
	       MOVE "CUOTA IMSS" TO W-DED-DESC
	       MOVE HIS-IMSS TO W-DED-IMP
	       PERFORM 365-ESCRIBE-DEDUCCION
	       MOVE "002" TO W-DED-TIPO
	       MOVE "ISR" TO W-DED-CLAVE
	       MOVE "ISR RETENIDO" TO W-DED-DESC
	       MOVE HIS-ISR TO W-DED-IMP
	       PERFORM 365-ESCRIBE-DEDUCCION
	       MOVE "007" TO W-DED-TIPO
	       MOVE "PEN" TO W-DED-CLAVE
	       MOVE "PENSION ALIMENTICIA" TO W-DED-DESC
	       MOVE HIS-PENSION TO W-DED-IMP
	       PERFORM 365-ESCRIBE-DEDUCCION
	       MOVE "010" TO W-DED-TIPO
	       MOVE "INF" TO W-DED-CLAVE
	       MOVE "DESCUENTO INFONAVIT" TO W-DED-DESC
	       MOVE HIS-INFONAVIT TO W-DED-IMP
	       PERFORM 365-ESCRIBE-DEDUCCION
	       MOVE "011" TO W-DED-TIPO
	       MOVE "FON" TO W-DED-CLAVE
	       MOVE "DESCUENTO FONACOT" TO W-DED-DESC
	       MOVE HIS-FONACOT TO W-DED-IMP
	       PERFORM 365-ESCRIBE-DEDUCCION
	       MOVE "004" TO W-DED-TIPO
	       MOVE "VIA" TO W-DED-CLAVE
	       MOVE "RECUPERACION DE VIATICOS" TO W-DED-DESC
	       MOVE HIS-VIATICO TO W-DED-IMP
	       PERFORM 365-ESCRIBE-DEDUCCION
	       MOVE "004" TO W-DED-TIPO
	       MOVE "GMM" TO W-DED-CLAVE
	       MOVE "GASTOS MEDICOS MAYORES" TO W-DED-DESC
	       MOVE HIS-GMM TO W-DED-IMP
	       PERFORM 365-ESCRIBE-DEDUCCION
	       MOVE "019" TO W-DED-TIPO
	       MOVE "SIN" TO W-DED-CLAVE
	       MOVE "CUOTAS SINDICALES" TO W-DED-DESC
	       MOVE HIS-SINDICAL TO W-DED-IMP
	       PERFORM 365-ESCRIBE-DEDUCCION
	       MOVE "004" TO W-DED-TIPO
	       MOVE "AHO" TO W-DED-CLAVE
	       MOVE "FONDO DE AHORRO" TO W-DED-DESC
	       MOVE HIS-AHORRO TO W-DED-IMP
	       PERFORM 365-ESCRIBE-DEDUCCION
	       MOVE "004" TO W-DED-TIPO
	       MOVE "OTR" TO W-DED-CLAVE
	       MOVE "OTROS DESCUENTOS" TO W-DED-DESC
	       MOVE W-OTROS-DESC TO W-DED-IMP
	       PERFORM 365-ESCRIBE-DEDUCCION
	       MOVE "004" TO W-DED-TIPO
	       MOVE "RET" TO W-DED-CLAVE
	       MOVE "RETROACTIVO A CARGO" TO W-DED-DESC
	       MOVE W-RETRO-CAR TO W-DED-IMP
	       PERFORM 365-ESCRIBE-DEDUCCION
	       MOVE "101" TO W-DED-TIPO
	       MOVE "AJU" TO W-DED-CLAVE
	       MOVE "ISR AJUSTE ANUAL A CARGO" TO W-DED-DESC
	       MOVE W-AJUSTE-CAR TO W-DED-IMP
	       PERFORM 365-ESCRIBE-DEDUCCION
	       MOVE "</nomina12:Deducciones>" TO REG-XML
	       WRITE REG-XML
	   END-IF.

       365-ESCRIBE-DEDUCCION.
	   IF W-DED-IMP > ZEROS
	       MOVE W-DED-IMP TO W-IMP
	       PERFORM 800-EDITA-IMPORTE
	       MOVE SPACES TO REG-XML
	       STRING "<nomina12:Deduccion TipoDeduccion="""
		   DELIMITED BY SIZE
		   W-DED-TIPO DELIMITED BY SIZE
		   """ Clave=""" DELIMITED BY SIZE
		   W-DED-CLAVE DELIMITED BY SPACE
		   """ Concepto=""" DELIMITED BY SIZE
		   FUNCTION TRIM(W-DED-DESC) DELIMITED BY SIZE
		   """ Importe=""" DELIMITED BY SIZE
		   W-IMP-T DELIMITED BY SPACE
		   """/>" DELIMITED BY SIZE
		   INTO REG-XML
	       END-STRING
	       WRITE REG-XML
	   END-IF.

       370-ESCRIBE-OTROS-PAGOS.
	   IF W-AJUSTE-FAV > ZEROS
	       MOVE "<nomina12:OtrosPagos>" TO REG-XML
	       WRITE REG-XML
	       MOVE SPACES TO REG-XML
	       STRING "<nomina12:OtroPago TipoOtroPago=""001"" "
		   "Clave=""AJU"" Concepto=""REINTEGRO ISR AJUSTE "
		   "ANUAL"" Importe=""" DELIMITED BY SIZE
		   T-OTROS-PAGOS DELIMITED BY SPACE
		   """/>" DELIMITED BY SIZE
		   INTO REG-XML
	       END-STRING
	       WRITE REG-XML
	       MOVE "</nomina12:OtrosPagos>" TO REG-XML
	       WRITE REG-XML
	   END-IF.

       400-REGISTRA-ESTADO.
	   MOVE HIS-EMPLEADO-ID TO TIM-EMPLEADO-ID
	   MOVE HIS-PERIODO TO TIM-PERIODO
	   MOVE "G" TO TIM-ESTADO
	   MOVE FECHA-HOY TO TIM-FECHA-GEN
	   MOVE HIS-NETO TO TIM-NETO
	   MOVE SPACES TO TIM-UUID
	   MOVE ZEROS TO TIM-FECHA-TIM
	   MOVE ZEROS TO TIM-HORA-TIM
	   MOVE SPACES TO TIM-MOTIVO
	   IF SW-EXISTE = 1
	       REWRITE REG-CFDITIM
	   ELSE
	       WRITE REG-CFDITIM
	   END-IF.

       450-LINEA-CONTROL.
	   MOVE HIS-EMPLEADO-ID TO EMPLEADO-ID-C
	   MOVE EMP-REC-NOMBRE TO NOMBRE-C
	   MOVE HIS-NETO TO NETO-C
	   MOVE W-MOTIVO TO MOTIVO-C
	   WRITE LINEA FROM LINEA-CTL.

       500-FINAL.
	   WRITE LINEA FROM LINEA-R3
	   MOVE CFDI-GENERADOS TO GENERADOS-CT
	   MOVE CFDI-TIMBRADOS TO TIMBRADOS-CT
	   MOVE CFDI-EXCLUIDOS TO EXCLUIDOS-CT
	   WRITE LINEA FROM LINEA-CTL-TOT
	   IF CFDI-EXCLUIDOS > ZEROS
	       MOVE 4 TO RETURN-CODE
	       MOVE "A" TO W-ALR-SEVERIDAD
	       MOVE PERIODO-RPT TO W-ALR-LLAVE
	       MOVE CFDI-EXCLUIDOS TO EXCLUIDOS-ED
	       MOVE SPACES TO W-ALR-MENSAJE
	       STRING "RECIBOS SIN CFDI POR DATOS: "
		   DELIMITED BY SIZE
		   EXCLUIDOS-ED DELIMITED BY SIZE
		   INTO W-ALR-MENSAJE
	       END-STRING
	       CALL "ALERTA" USING W-ALR-PROGRAMA W-ALR-SEVERIDAD
		   W-ALR-LLAVE W-ALR-MENSAJE
	   END-IF
	   PERFORM 600-ESCRIBE-RUNLOG
	   CLOSE HISTNOM
	   CLOSE EMPMAST
	   IF SW-EMPSEG = 1
	       CLOSE EMPSEG
	   END-IF
	   CLOSE CFDITIM
	   CLOSE CFDICTL.

       600-ESCRIBE-RUNLOG.
	   MOVE "CFDIGEN" TO RUNLOG-PROGRAMA
	   ACCEPT RUNLOG-FECHA FROM DATE
	   ACCEPT RUNLOG-HORA FROM TIME
	   MOVE RETURN-CODE TO W-RC-GUARDA
	   CALL "SESUSR" USING RUNLOG-USUARIO
	   MOVE W-RC-GUARDA TO RETURN-CODE
	   MOVE REG-LEIDOS TO RUNLOG-LEIDOS
	   MOVE CFDI-GENERADOS TO RUNLOG-ESCRITOS
	   OPEN EXTEND RUNLOG
	   IF RUNLOG-STATUS = "35"
	       OPEN OUTPUT RUNLOG
	   END-IF
	   WRITE REG-RUNLOG
	   CLOSE RUNLOG.

       800-EDITA-IMPORTE.
	   MOVE W-IMP TO W-IMP-ED
	   MOVE FUNCTION TRIM(W-IMP-ED) TO W-IMP-T.
