       IDENTIFICATION DIVISION.
       PROGRAM-ID. COSTOPAT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT HISTNOM ASSIGN TO "HISTNOM"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS SEQUENTIAL
	       RECORD KEY IS HIS-LLAVE
	       FILE STATUS IS HISTNOM-STATUS.
	   SELECT EMPMAST ASSIGN TO "EMPMAST"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS EMP-REC-ID
	       FILE STATUS IS EMPMAST-STATUS.
	   SELECT IMSSDET ASSIGN TO "IMSSDET"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS IMD-LLAVE
	       FILE STATUS IS IMSSDET-STATUS.
	   SELECT DEPCAT ASSIGN TO "DEPCAT"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS DEP-REC-CODIGO
	       FILE STATUS IS DEPCAT-STATUS.
	   SELECT DISTLAB ASSIGN TO "DISTLAB"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS DSL-LLAVE
	       FILE STATUS IS DISTLAB-STATUS.
	   SELECT ISNEXT ASSIGN TO "ISNEXT"
	       FILE STATUS IS ISNEXT-STATUS.
	   SELECT AHOMOV ASSIGN TO "AHOMOV"
	       FILE STATUS IS AHOMOV-STATUS.
	   SELECT COSORD ASSIGN TO "COSORD".
	   SELECT COSTOREP ASSIGN TO "COSTOREP".
	   SELECT COSTOCSV ASSIGN TO "COSTOCSV"
	       FILE STATUS IS COSTOCSV-STATUS.
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD HISTNOM.
       COPY "HISTNOM.wks".
       FD EMPMAST.
       COPY "EMPMAST.wks".
       FD IMSSDET.
       COPY "IMSSDET.wks".
       FD DEPCAT.
       COPY "DEPCAT.wks".
       FD DISTLAB.
       COPY "DISTLAB.wks".
       FD ISNEXT.
       01 REG-ISNEXT.
	   03 ISN-CIA PIC X(3).
	   03 ISN-ESTADO PIC X(3).
	   03 ISN-DEPTO PIC X(15).
	   03 ISN-MES PIC 9(6).
	   03 ISN-BASE PIC 9(9)V99.
	   03 ISN-IMPUESTO PIC 9(7)V99.
       FD AHOMOV.
       COPY "AHOMOV.wks".
       SD COSORD.
       01 REG-COSORD.
	   03 ORD-CCOSTO PIC X(6).
	   03 ORD-DEPTO PIC X(15).
	   03 ORD-EMPLEADO-ID PIC X(8).
	   03 ORD-PERIODO PIC 9(8).
	   03 ORD-DIRECCION PIC X(20).
	   03 ORD-NOMBRE PIC X(30).
	   03 ORD-IMPORTE PIC 9(7)V99 OCCURS 8 TIMES.
       FD COSTOREP.
       01 LINEA PIC X(132).
       FD COSTOCSV.
       01 LINEA-CSV PIC X(200).
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 HISTNOM-STATUS PIC XX.
       01 EMPMAST-STATUS PIC XX.
       01 IMSSDET-STATUS PIC XX.
       01 DEPCAT-STATUS PIC XX.
       01 DISTLAB-STATUS PIC XX.
       01 ISNEXT-STATUS PIC XX.
       01 AHOMOV-STATUS PIC XX.
       01 COSTOCSV-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 SW PIC 9 VALUE ZEROS.
       01 SW-ORD PIC 9 VALUE ZEROS.
       01 SW-EMPMAST PIC 9 VALUE ZEROS.
       01 SW-IMSSDET PIC 9 VALUE ZEROS.
       01 SW-IMD-ENC PIC 9 VALUE ZEROS.
       01 SW-ISN PIC 9 VALUE ZEROS.
       01 SW-DISTLAB PIC 9 VALUE ZEROS.
       01 SW-FIN-DSL PIC 9 VALUE ZEROS.
       01 W-VISTA PIC X VALUE "P".
       01 W-CIA PIC X(3) VALUE SPACES.
       01 W-CIA-NOMBRE PIC X(30) VALUE SPACES.
       01 PARM-MES PIC X(08) VALUE SPACES.
       01 MES-RPT PIC 9(06) VALUE ZEROS.
       01 FECHA-CIERRE PIC 9(08) VALUE ZEROS.
       01 W-HIS-MES PIC 9(06) VALUE ZEROS.
       01 W-PERIODO.
	   03 W-PER-ANOMES PIC 9(6).
	   03 W-PER-QNA PIC 99.
       01 W-FECHA-DIST PIC 9(08) VALUE ZEROS.
       01 NUM-DIS PIC 9 VALUE ZEROS.
       01 I-DIS PIC 9 VALUE ZEROS.
       01 I-REN PIC 9 VALUE ZEROS.
       01 TABLA-DIST.
	   03 TDI-ENTRADA OCCURS 5 TIMES.
	       05 TDI-CCOSTO PIC X(6).
	       05 TDI-DEPTO PIC X(15).
	       05 TDI-PCT PIC 9(3)V99.
       01 TABLA-PRORRATEO.
	   03 TPR-TOTAL PIC 9(7)V99 OCCURS 8 TIMES.
	   03 TPR-RESTO PIC 9(7)V99 OCCURS 8 TIMES.
       01 W-PRM-CODIGO PIC X(12) VALUE SPACES.
       01 W-PRM-VALOR PIC 9(7)V99 VALUE ZEROS.
       01 W-PRM-ENC PIC 9 VALUE ZEROS.
       01 DIAS-AGUINALDO PIC 99 VALUE 15.
       01 PCT-PRIMA-VAC PIC 999V99 VALUE 25.
       01 W-FECHA-ALTA PIC 9(08) VALUE ZEROS.
       01 ANO-CREDITO PIC 99 VALUE ZEROS.
       01 DIAS-LEGALES PIC 99 VALUE ZEROS.
       01 W-SAL-BASE PIC S9(7)V99 VALUE ZEROS.
       01 W-DIAS-AUS PIC 99 VALUE ZEROS.
       COPY "CUOIMSS.wks".
       01 REG-LEIDOS PIC 9(07) VALUE ZEROS.
       01 REG-ESCRITOS PIC 9(07) VALUE ZEROS.
       01 SIN-DEPCAT PIC 9(05) VALUE ZEROS.
       01 SIN-CUOTAS PIC 9(05) VALUE ZEROS.
       01 W-ALR-PROGRAMA PIC X(10) VALUE "COSTOPAT".
       01 W-ALR-SEVERIDAD PIC X VALUE "A".
       01 W-ALR-LLAVE PIC X(18) VALUE SPACES.
       01 W-ALR-MENSAJE PIC X(40) VALUE SPACES.
       01 NUM-CATDEP PIC 99 VALUE ZEROS.
       01 I-CATDEP PIC 99 VALUE ZEROS.
       01 IDX-CATDEP PIC 99 VALUE ZEROS.
       01 TABLA-CATDEP.
	   03 TCD-ENTRADA OCCURS 20 TIMES.
	       05 TCD-NOMBRE PIC X(15).
	       05 TCD-CCOSTO PIC X(6).
	       05 TCD-DIRECCION PIC X(20).
       01 NUM-ISN PIC 99 VALUE ZEROS.
       01 I-ISN PIC 99 VALUE ZEROS.
       01 TABLA-ISN.
	   03 TIS-ENTRADA OCCURS 20 TIMES.
	       05 TIS-DEPTO PIC X(15).
	       05 TIS-BASE PIC 9(9)V99.
	       05 TIS-IMPUESTO PIC 9(7)V99.
       01 NUM-AHORRO PIC 9(04) VALUE ZEROS.
       01 I-AHORRO PIC 9(04) VALUE ZEROS.
       01 IDX-AHORRO PIC 9(04) VALUE ZEROS.
       01 TABLA-AHORRO.
	   03 TAH-ENTRADA OCCURS 1000 TIMES.
	       05 TAH-ID PIC X(8).
	       05 TAH-IMPORTE PIC 9(7)V99.
       01 I-COL PIC 99 VALUE ZEROS.
       01 I-NIVEL PIC 9 VALUE ZEROS.
       01 TABLA-ACUM.
	   03 TAC-NIVEL OCCURS 4 TIMES.
	       05 TAC-IMPORTE PIC 9(9)V99 OCCURS 9 TIMES.
       01 W-CCOSTO-ACT PIC X(6) VALUE SPACES.
       01 W-DEPTO-ACT PIC X(15) VALUE SPACES.
       01 W-EMP-ACT PIC X(8) VALUE SPACES.
       01 W-DIRECCION-ACT PIC X(20) VALUE SPACES.
       01 W-NOMBRE-ACT PIC X(30) VALUE SPACES.
       01 SW-PRIMERO PIC 9 VALUE ZEROS.
       01 EMPLEADOS-RPT PIC 9(05) VALUE ZEROS.
       01 NUM-DIRS PIC 99 VALUE ZEROS.
       01 I-DIR PIC 99 VALUE ZEROS.
       01 IDX-DIR PIC 99 VALUE ZEROS.
       01 TABLA-DIRS.
	   03 TDR-ENTRADA OCCURS 10 TIMES.
	       05 TDR-DIRECCION PIC X(20).
	       05 TDR-IMPORTE PIC 9(9)V99 OCCURS 9 TIMES.
       01 W-PTR PIC 999 VALUE ZEROS.
       01 CSV-TIPO PIC X(10) VALUE SPACES.
       01 CSV-IMPORTE-ED PIC Z(8)9.99.
       01 CSV-CABECERA.
	   03 FILLER PIC X(45) VALUE
	      "TIPO,EMPLEADO,NOMBRE,CCOSTO,DEPTO,DIRECCION,".
	   03 FILLER PIC X(42) VALUE
	      "SUELDO,IMSS,SAR,INFONAVIT,ISN,AHORRO,".
	   03 FILLER PIC X(40) VALUE
	      "AGUINALDO,PRIMA VAC,COSTO TOTAL".
       01 LINEA-R3 PIC X(132) VALUE ALL "==".
       01 ENCABEZADO-COS.
	   03 FILLER PIC X(10) VALUE SPACES.
	   03 FILLER PIC X(36) VALUE
	      "COSTO PATRONAL DE NOMINA DEL MES    ".
	   03 MES-ED PIC 9(06).
	   03 FILLER PIC X(04) VALUE SPACES.
	   03 CIA-ED PIC X(30).
	   03 FILLER PIC X(04) VALUE SPACES.
	   03 VISTA-ED PIC X(24).
       01 ENCABEZADO-COS2.
	   03 FILLER PIC X(30) VALUE " EMPL-ID  NOMBRE".
	   03 FILLER PIC X(11) VALUE "     SUELDO".
	   03 FILLER PIC X(11) VALUE "  IMSS PAT.".
	   03 FILLER PIC X(11) VALUE "  SAR RETI.".
	   03 FILLER PIC X(11) VALUE "  INFONAVIT".
	   03 FILLER PIC X(11) VALUE "        ISN".
	   03 FILLER PIC X(11) VALUE "  FDO.AHOR.".
	   03 FILLER PIC X(11) VALUE " PROV.AGUI.".
	   03 FILLER PIC X(11) VALUE " PROV.P.VAC".
	   03 FILLER PIC X(11) VALUE "  COSTO TOT".
       01 ENCABEZADO-DEP.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 FILLER PIC X(14) VALUE "CENTRO COSTO: ".
	   03 CCOSTO-ED PIC X(06).
	   03 FILLER PIC X(10) VALUE "  DEPTO.: ".
	   03 DEPTO-ED PIC X(15).
	   03 FILLER PIC X(14) VALUE "  DIRECCION: ".
	   03 DIRECCION-ED PIC X(20).
       01 LINEA-COS.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 TEXTO-C PIC X(29).
	   03 TEXTO-C-R REDEFINES TEXTO-C.
	       05 ID-C PIC X(08).
	       05 FILLER PIC X(01).
	       05 NOMBRE-C PIC X(20).
	   03 COL-C OCCURS 9 TIMES.
	       05 FILLER PIC X(01) VALUE SPACES.
	       05 IMPORTE-C PIC Z(6)9.99.
       01 ENCABEZADO-DIR.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(40) VALUE
	      "COSTO PATRONAL POR DIRECCION".
       01 LINEA-SIN-ISN.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(60) VALUE
	      "*** SIN ISN DEL MES EN ISNEXT - ISN EN CERO ***".
       01 LINEA-AVISO.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 AVISO-TEXTO PIC X(45).
	   03 AVISO-CUENTA PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       000-INICIO.
	   MOVE ZEROS TO RETURN-CODE
	   CALL "SETCIA" USING W-CIA W-CIA-NOMBRE
	   ACCEPT PARM-MES FROM COMMAND-LINE
	   IF PARM-MES(1:6) NOT NUMERIC
	       DISPLAY "COSTOPAT: INDIQUE EL MES AAAAMM"
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	   END-IF
	   MOVE PARM-MES(1:6) TO MES-RPT
	   IF PARM-MES(8:1) = "D" OR "d"
	       MOVE "D" TO W-VISTA
	   END-IF
	   COMPUTE FECHA-CIERRE = MES-RPT * 100 + 31
	   OPEN INPUT HISTNOM
	   IF HISTNOM-STATUS NOT = "00"
	       DISPLAY "COSTOPAT: NO SE PUDO ABRIR HISTNOM "
		   HISTNOM-STATUS
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	   END-IF
	   OPEN OUTPUT COSTOCSV
	   IF COSTOCSV-STATUS NOT = "00"
	       DISPLAY "COSTOPAT: NO SE PUDO ABRIR COSTOCSV "
		   COSTOCSV-STATUS
	       CLOSE HISTNOM
	       MOVE 16 TO RETURN-CODE
	       GOBACK
	   END-IF
	   PERFORM 020-LEE-PARAMETROS
	   PERFORM 030-CARGA-DEPCAT
	   PERFORM 040-CARGA-ISN
	   PERFORM 050-CARGA-AHORRO
	   MOVE ZEROS TO SW-EMPMAST
	   OPEN INPUT EMPMAST
	   IF EMPMAST-STATUS = "00"
	       MOVE 1 TO SW-EMPMAST
	   END-IF
	   MOVE ZEROS TO SW-IMSSDET
	   OPEN INPUT IMSSDET
	   IF IMSSDET-STATUS = "00"
	       MOVE 1 TO SW-IMSSDET
	   END-IF
	   MOVE ZEROS TO SW-DISTLAB
	   IF W-VISTA = "D"
	       OPEN INPUT DISTLAB
	       IF DISTLAB-STATUS = "00"
		   MOVE 1 TO SW-DISTLAB
	       END-IF
	   END-IF
	   OPEN OUTPUT COSTOREP
	   MOVE MES-RPT TO MES-ED
	   MOVE W-CIA-NOMBRE TO CIA-ED
	   IF W-VISTA = "D"
	       MOVE "VISTA: DISTRIBUIDA" TO VISTA-ED
	   ELSE
	       MOVE "VISTA: DEPTO. PROPIO" TO VISTA-ED
	   END-IF
	   WRITE LINEA FROM ENCABEZADO-COS
	   WRITE LINEA FROM LINEA-R3
	   IF SW-ISN = ZEROS
	       WRITE LINEA FROM LINEA-SIN-ISN
	       MOVE 4 TO RETURN-CODE
	   END-IF
	   WRITE LINEA FROM ENCABEZADO-COS2
	   WRITE LINEA FROM LINEA-R3
	   WRITE LINEA-CSV FROM CSV-CABECERA
	   INITIALIZE TABLA-ACUM
	   SORT COSORD
		ON ASCENDING KEY ORD-CCOSTO
		   ASCENDING KEY ORD-DEPTO
		   ASCENDING KEY ORD-EMPLEADO-ID
		   ASCENDING KEY ORD-PERIODO
		INPUT PROCEDURE IS 100-SELECCIONA
		OUTPUT PROCEDURE IS 200-PROCESA-ORDENADO
	   PERFORM 400-TOTALES
	   PERFORM 500-FINAL
	   GOBACK.

       020-LEE-PARAMETROS.
	   MOVE "DIAS-AGUINAL" TO W-PRM-CODIGO
	   MOVE ZEROS TO W-PRM-ENC
	   CALL "PARAMFEC" USING W-PRM-CODIGO FECHA-CIERRE W-PRM-VALOR
	       W-PRM-ENC
	   IF W-PRM-ENC = 1 AND W-PRM-VALOR > ZEROS
	       MOVE W-PRM-VALOR TO DIAS-AGUINALDO
	   END-IF
	   MOVE "PCT-PVAC" TO W-PRM-CODIGO
	   MOVE ZEROS TO W-PRM-ENC
	   CALL "PARAMFEC" USING W-PRM-CODIGO FECHA-CIERRE W-PRM-VALOR
	       W-PRM-ENC
	   IF W-PRM-ENC = 1 AND W-PRM-VALOR > ZEROS
	       MOVE W-PRM-VALOR TO PCT-PRIMA-VAC
	   END-IF.

       030-CARGA-DEPCAT.
	   MOVE ZEROS TO NUM-CATDEP
	   OPEN INPUT DEPCAT
	   IF DEPCAT-STATUS = "00"
	       PERFORM UNTIL DEPCAT-STATUS = "10"
		       OR NUM-CATDEP = 20
		   READ DEPCAT NEXT
		       AT END
			   MOVE "10" TO DEPCAT-STATUS
		       NOT AT END
			   ADD 1 TO NUM-CATDEP
			   MOVE DEP-REC-NOMBRE
			       TO TCD-NOMBRE(NUM-CATDEP)
			   MOVE DEP-REC-CCOSTO
			       TO TCD-CCOSTO(NUM-CATDEP)
			   MOVE DEP-REC-DIRECCION
			       TO TCD-DIRECCION(NUM-CATDEP)
		   END-READ
	       END-PERFORM
	       CLOSE DEPCAT
	   END-IF.

       040-CARGA-ISN.
	   MOVE ZEROS TO NUM-ISN
	   MOVE ZEROS TO SW-ISN
	   OPEN INPUT ISNEXT
	   IF ISNEXT-STATUS = "00"
	       PERFORM UNTIL ISNEXT-STATUS = "10"
		   READ ISNEXT
		       AT END
			   MOVE "10" TO ISNEXT-STATUS
		       NOT AT END
			   IF ISN-MES = MES-RPT
			       MOVE 1 TO SW-ISN
			       IF ISN-DEPTO NOT = "*TOTAL*"
				       AND NUM-ISN < 20
				   ADD 1 TO NUM-ISN
				   MOVE ISN-DEPTO TO TIS-DEPTO(NUM-ISN)
				   MOVE ISN-BASE TO TIS-BASE(NUM-ISN)
				   MOVE ISN-IMPUESTO
				       TO TIS-IMPUESTO(NUM-ISN)
			       END-IF
			   END-IF
		   END-READ
	       END-PERFORM
	       CLOSE ISNEXT
	   END-IF.

       050-CARGA-AHORRO.
	   MOVE ZEROS TO NUM-AHORRO
	   OPEN INPUT AHOMOV
	   IF AHOMOV-STATUS = "00"
	       PERFORM UNTIL AHOMOV-STATUS = "10"
		   READ AHOMOV
		       AT END
			   MOVE "10" TO AHOMOV-STATUS
		       NOT AT END
			   IF AHM-PERIODO(1:6) = PARM-MES(1:6)
			       PERFORM 055-ACUMULA-AHORRO
			   END-IF
		   END-READ
	       END-PERFORM
	       CLOSE AHOMOV
	   END-IF.

       055-ACUMULA-AHORRO.
	   MOVE ZEROS TO IDX-AHORRO
	   PERFORM VARYING I-AHORRO FROM 1 BY 1
		   UNTIL I-AHORRO > NUM-AHORRO OR IDX-AHORRO > ZEROS
	       IF TAH-ID(I-AHORRO) = AHM-EMPLEADO-ID
		   MOVE I-AHORRO TO IDX-AHORRO
	       END-IF
	   END-PERFORM
	   IF IDX-AHORRO = ZEROS AND NUM-AHORRO < 1000
	       ADD 1 TO NUM-AHORRO
	       MOVE AHM-EMPLEADO-ID TO TAH-ID(NUM-AHORRO)
	       MOVE ZEROS TO TAH-IMPORTE(NUM-AHORRO)
	       MOVE NUM-AHORRO TO IDX-AHORRO
	   END-IF
	   IF IDX-AHORRO > ZEROS
	       ADD AHM-APORTA-CIA TO TAH-IMPORTE(IDX-AHORRO)
	   END-IF.

       055-ACUMULA-AHORRO-DIST.
	   PERFORM VARYING I-AHORRO FROM 1 BY 1
		   UNTIL I-AHORRO > NUM-AHORRO
	       IF TAH-ID(I-AHORRO) = HIS-EMPLEADO-ID
		   ADD TAH-IMPORTE(I-AHORRO) TO ORD-IMPORTE(6)
		   MOVE ZEROS TO TAH-IMPORTE(I-AHORRO)
	       END-IF
	   END-PERFORM.

       100-SELECCIONA.
	   MOVE ZEROS TO SW
	   PERFORM 110-LECTURA
	   PERFORM UNTIL SW = 1
	       MOVE HIS-PERIODO(1:6) TO W-HIS-MES
	       IF W-HIS-MES = MES-RPT
		   PERFORM 120-CALCULA-PERIODO
		   PERFORM 170-LIBERA-PERIODO
	       END-IF
	       PERFORM 110-LECTURA
	   END-PERFORM.

       110-LECTURA.
	   READ HISTNOM NEXT
	       AT END
		   MOVE 1 TO SW
	       NOT AT END
		   ADD 1 TO REG-LEIDOS
	   END-READ.

       120-CALCULA-PERIODO.
	   INITIALIZE REG-COSORD
	   MOVE HIS-EMPLEADO-ID TO ORD-EMPLEADO-ID
	   MOVE HIS-PERIODO TO ORD-PERIODO
	   MOVE HIS-DEPTO TO ORD-DEPTO
	   MOVE HIS-SUELDO TO ORD-IMPORTE(1)
	   PERFORM 140-BUSCA-DEPTO
	   PERFORM 130-CUOTAS-PATRON
	   PERFORM VARYING I-ISN FROM 1 BY 1 UNTIL I-ISN > NUM-ISN
	       IF TIS-DEPTO(I-ISN) = HIS-DEPTO
		       AND TIS-BASE(I-ISN) > ZEROS
		   COMPUTE ORD-IMPORTE(5) ROUNDED = HIS-SUELDO
		       * TIS-IMPUESTO(I-ISN) / TIS-BASE(I-ISN)
	       END-IF
	   END-PERFORM
	   MOVE ZEROS TO W-FECHA-ALTA
	   MOVE "SIN MAESTRO" TO ORD-NOMBRE
	   IF SW-EMPMAST = 1
	       MOVE HIS-EMPLEADO-ID TO EMP-REC-ID
	       READ EMPMAST
		   INVALID KEY
		       CONTINUE
		   NOT INVALID KEY
		       MOVE EMP-REC-NOMBRE TO ORD-NOMBRE
		       IF EMP-REC-FECHA-ALTA > ZEROS
			   COMPUTE W-FECHA-ALTA =
			       EMP-REC-FECHA-ALTA + 20000000
		       END-IF
	       END-READ
	   END-IF
	   PERFORM 150-PROVISIONES.

       130-CUOTAS-PATRON.
	   MOVE ZEROS TO SW-IMD-ENC
	   IF SW-IMSSDET = 1
	       MOVE HIS-EMPLEADO-ID TO IMD-EMPLEADO-ID
	       MOVE HIS-PERIODO TO IMD-PERIODO
	       READ IMSSDET
		   INVALID KEY
		       CONTINUE
		   NOT INVALID KEY
		       IF IMD-PAT-TOTAL > ZEROS
			   MOVE 1 TO SW-IMD-ENC
		       END-IF
	       END-READ
	   END-IF
	   IF SW-IMD-ENC = 1
	       COMPUTE ORD-IMPORTE(2) = IMD-PAT-TOTAL
		   - IMD-PAT-RETIRO - IMD-PAT-INFONAVIT
	       MOVE IMD-PAT-RETIRO TO ORD-IMPORTE(3)
	       MOVE IMD-PAT-INFONAVIT TO ORD-IMPORTE(4)
	   ELSE
	       MOVE HIS-DIAS-INC TO W-DIAS-AUS
	       CALL "IMSSCUO" USING HIS-EMPLEADO-ID HIS-PERIODO
		   W-DIAS-AUS CUO-IMSS
	       IF CUO-ENCONTRADO = 1
		   COMPUTE ORD-IMPORTE(2) = CUO-PAT-TOTAL
		       - CUO-PAT-RETIRO - CUO-PAT-INFONAVIT
		   MOVE CUO-PAT-RETIRO TO ORD-IMPORTE(3)
		   MOVE CUO-PAT-INFONAVIT TO ORD-IMPORTE(4)
	       ELSE
		   ADD 1 TO SIN-CUOTAS
	       END-IF
	   END-IF.

       140-BUSCA-DEPTO.
	   MOVE ZEROS TO IDX-CATDEP
	   PERFORM VARYING I-CATDEP FROM 1 BY 1
		   UNTIL I-CATDEP > NUM-CATDEP
	       IF TCD-NOMBRE(I-CATDEP) = HIS-DEPTO
		   MOVE I-CATDEP TO IDX-CATDEP
	       END-IF
	   END-PERFORM
	   IF IDX-CATDEP > ZEROS
	       MOVE TCD-CCOSTO(IDX-CATDEP) TO ORD-CCOSTO
	       MOVE TCD-DIRECCION(IDX-CATDEP) TO ORD-DIRECCION
	   ELSE
	       ADD 1 TO SIN-DEPCAT
	       MOVE SPACES TO ORD-CCOSTO
	       MOVE "SIN CATALOGO" TO ORD-DIRECCION
	   END-IF.

       150-PROVISIONES.
	   COMPUTE W-SAL-BASE = HIS-SUELDO - HIS-VARIABLE
	       + HIS-DESCUENTO
	   IF W-SAL-BASE < ZEROS
	       MOVE ZEROS TO W-SAL-BASE
	   END-IF
	   COMPUTE ORD-IMPORTE(7) ROUNDED =
	       W-SAL-BASE * DIAS-AGUINALDO / 360
	   MOVE 1 TO ANO-CREDITO
	   IF W-FECHA-ALTA > ZEROS AND W-FECHA-ALTA < FECHA-CIERRE
	       COMPUTE ANO-CREDITO =
		   (FECHA-CIERRE - W-FECHA-ALTA) / 10000 + 1
	   END-IF
	   PERFORM 160-DIAS-LEGALES
	   COMPUTE ORD-IMPORTE(8) ROUNDED =
	       W-SAL-BASE * DIAS-LEGALES * PCT-PRIMA-VAC / 100 / 360.

       160-DIAS-LEGALES.
	   EVALUATE ANO-CREDITO
	       WHEN 1
		   MOVE 12 TO DIAS-LEGALES
	       WHEN 2
		   MOVE 14 TO DIAS-LEGALES
	       WHEN 3
		   MOVE 16 TO DIAS-LEGALES
	       WHEN 4
		   MOVE 18 TO DIAS-LEGALES
	       WHEN 5
		   MOVE 20 TO DIAS-LEGALES
	       WHEN 6 THRU 10
		   MOVE 22 TO DIAS-LEGALES
	       WHEN 11 THRU 15
		   MOVE 24 TO DIAS-LEGALES
	       WHEN 16 THRU 20
		   MOVE 26 TO DIAS-LEGALES
	       WHEN 21 THRU 25
		   MOVE 28 TO DIAS-LEGALES
	       WHEN OTHER
		   MOVE 30 TO DIAS-LEGALES
	   END-EVALUATE.

       170-LIBERA-PERIODO.
	   MOVE ZEROS TO NUM-DIS
	   IF SW-DISTLAB = 1
	       PERFORM 180-BUSCA-DISTRIBUCION
	   END-IF
	   IF NUM-DIS = ZEROS
	       RELEASE REG-COSORD
	   ELSE
	       PERFORM 055-ACUMULA-AHORRO-DIST
	       PERFORM VARYING I-COL FROM 1 BY 1 UNTIL I-COL > 8
		   MOVE ORD-IMPORTE(I-COL) TO TPR-TOTAL(I-COL)
		   MOVE ORD-IMPORTE(I-COL) TO TPR-RESTO(I-COL)
	       END-PERFORM
	       PERFORM 190-LIBERA-RENGLON
		   VARYING I-DIS FROM 1 BY 1 UNTIL I-DIS > NUM-DIS
	   END-IF.

       180-BUSCA-DISTRIBUCION.
	   MOVE HIS-PERIODO TO W-PERIODO
	   IF W-PER-QNA = 01
	       COMPUTE W-FECHA-DIST = W-PER-ANOMES * 100 + 15
	   ELSE
	       COMPUTE W-FECHA-DIST = W-PER-ANOMES * 100 + 31
	   END-IF
	   MOVE HIS-EMPLEADO-ID TO DSL-EMPLEADO-ID
	   MOVE ZEROS TO DSL-FECHA-VIG
	   MOVE ZEROS TO SW-FIN-DSL
	   START DISTLAB KEY IS NOT LESS THAN DSL-LLAVE
	       INVALID KEY
		   MOVE 1 TO SW-FIN-DSL
	   END-START
	   PERFORM UNTIL SW-FIN-DSL = 1
	       READ DISTLAB NEXT
		   AT END
		       MOVE 1 TO SW-FIN-DSL
		   NOT AT END
		       IF DSL-EMPLEADO-ID NOT = HIS-EMPLEADO-ID
			       OR DSL-FECHA-VIG > W-FECHA-DIST
			   MOVE 1 TO SW-FIN-DSL
		       ELSE
			   PERFORM 185-GUARDA-DISTRIBUCION
		       END-IF
	       END-READ
	   END-PERFORM.

       185-GUARDA-DISTRIBUCION.
	   MOVE ZEROS TO NUM-DIS
	   PERFORM VARYING I-REN FROM 1 BY 1 UNTIL I-REN > 5
	       IF DSL-PCT(I-REN) > ZEROS
		   ADD 1 TO NUM-DIS
		   MOVE DSL-CCOSTO(I-REN) TO TDI-CCOSTO(NUM-DIS)
		   MOVE DSL-DEPTO(I-REN) TO TDI-DEPTO(NUM-DIS)
		   MOVE DSL-PCT(I-REN) TO TDI-PCT(NUM-DIS)
	       END-IF
	   END-PERFORM.

       190-LIBERA-RENGLON.
	   PERFORM VARYING I-COL FROM 1 BY 1 UNTIL I-COL > 8
	       IF I-DIS = NUM-DIS
		   MOVE TPR-RESTO(I-COL) TO ORD-IMPORTE(I-COL)
	       ELSE
		   COMPUTE ORD-IMPORTE(I-COL) ROUNDED =
		       TPR-TOTAL(I-COL) * TDI-PCT(I-DIS) / 100
		   SUBTRACT ORD-IMPORTE(I-COL) FROM TPR-RESTO(I-COL)
	       END-IF
	   END-PERFORM
	   MOVE TDI-CCOSTO(I-DIS) TO ORD-CCOSTO
	   MOVE TDI-DEPTO(I-DIS) TO ORD-DEPTO
	   MOVE "SIN CATALOGO" TO ORD-DIRECCION
	   PERFORM VARYING I-CATDEP FROM 1 BY 1
		   UNTIL I-CATDEP > NUM-CATDEP
	       IF TCD-CCOSTO(I-CATDEP) = TDI-CCOSTO(I-DIS)
		   MOVE TCD-DIRECCION(I-CATDEP) TO ORD-DIRECCION
	       END-IF
	   END-PERFORM
	   RELEASE REG-COSORD.

       200-PROCESA-ORDENADO.
	   MOVE ZEROS TO SW-ORD
	   MOVE ZEROS TO SW-PRIMERO
	   PERFORM UNTIL SW-ORD = 1
	       RETURN COSORD
		   AT END
		       MOVE 1 TO SW-ORD
		   NOT AT END
		       PERFORM 210-ACUMULA
	       END-RETURN
	   END-PERFORM
	   IF SW-PRIMERO = 1
	       PERFORM 300-CIERRA-EMPLEADO
	       PERFORM 310-CIERRA-DEPTO
	       PERFORM 320-CIERRA-CCOSTO
	   END-IF.

       210-ACUMULA.
	   IF SW-PRIMERO = ZEROS
	       MOVE 1 TO SW-PRIMERO
	       PERFORM 250-INICIA-DEPTO
	   ELSE
	       IF ORD-CCOSTO NOT = W-CCOSTO-ACT
		   PERFORM 300-CIERRA-EMPLEADO
		   PERFORM 310-CIERRA-DEPTO
		   PERFORM 320-CIERRA-CCOSTO
		   PERFORM 250-INICIA-DEPTO
	       ELSE
		   IF ORD-DEPTO NOT = W-DEPTO-ACT
		       PERFORM 300-CIERRA-EMPLEADO
		       PERFORM 310-CIERRA-DEPTO
		       PERFORM 250-INICIA-DEPTO
		   ELSE
		       IF ORD-EMPLEADO-ID NOT = W-EMP-ACT
			   PERFORM 300-CIERRA-EMPLEADO
		       END-IF
		   END-IF
	       END-IF
	   END-IF
	   MOVE ORD-EMPLEADO-ID TO W-EMP-ACT
	   MOVE ORD-NOMBRE TO W-NOMBRE-ACT
	   PERFORM VARYING I-COL FROM 1 BY 1 UNTIL I-COL > 8
	       ADD ORD-IMPORTE(I-COL) TO TAC-IMPORTE(1, I-COL)
	   END-PERFORM.

       250-INICIA-DEPTO.
	   MOVE ORD-CCOSTO TO W-CCOSTO-ACT
	   MOVE ORD-DEPTO TO W-DEPTO-ACT
	   MOVE ORD-DIRECCION TO W-DIRECCION-ACT
	   MOVE ORD-CCOSTO TO CCOSTO-ED
	   MOVE ORD-DEPTO TO DEPTO-ED
	   MOVE ORD-DIRECCION TO DIRECCION-ED
	   WRITE LINEA FROM ENCABEZADO-DEP AFTER ADVANCING 2 LINES.

       300-CIERRA-EMPLEADO.
	   MOVE ZEROS TO IDX-AHORRO
	   PERFORM VARYING I-AHORRO FROM 1 BY 1
		   UNTIL I-AHORRO > NUM-AHORRO
	       IF TAH-ID(I-AHORRO) = W-EMP-ACT
		   MOVE I-AHORRO TO IDX-AHORRO
	       END-IF
	   END-PERFORM
	   IF IDX-AHORRO > ZEROS
	       ADD TAH-IMPORTE(IDX-AHORRO) TO TAC-IMPORTE(1, 6)
	   END-IF
	   MOVE ZEROS TO TAC-IMPORTE(1, 9)
	   PERFORM VARYING I-COL FROM 1 BY 1 UNTIL I-COL > 8
	       ADD TAC-IMPORTE(1, I-COL) TO TAC-IMPORTE(1, 9)
	   END-PERFORM
	   MOVE SPACES TO TEXTO-C
	   MOVE W-EMP-ACT TO ID-C
	   MOVE W-NOMBRE-ACT TO NOMBRE-C
	   MOVE 1 TO I-NIVEL
	   PERFORM 340-IMPRIME-NIVEL
	   MOVE "EMPLEADO" TO CSV-TIPO
	   PERFORM 350-LINEA-CSV
	   ADD 1 TO EMPLEADOS-RPT
	   PERFORM VARYING I-COL FROM 1 BY 1 UNTIL I-COL > 9
	       ADD TAC-IMPORTE(1, I-COL) TO TAC-IMPORTE(2, I-COL)
	       MOVE ZEROS TO TAC-IMPORTE(1, I-COL)
	   END-PERFORM.

       310-CIERRA-DEPTO.
	   MOVE SPACES TO TEXTO-C
	   STRING "SUBTOTAL " DELIMITED BY SIZE
	       W-DEPTO-ACT DELIMITED BY SIZE
	       INTO TEXTO-C
	   END-STRING
	   MOVE 2 TO I-NIVEL
	   PERFORM 340-IMPRIME-NIVEL
	   MOVE SPACES TO W-EMP-ACT W-NOMBRE-ACT
	   MOVE "DEPTO" TO CSV-TIPO
	   PERFORM 350-LINEA-CSV
	   PERFORM 330-ACUMULA-DIRECCION
	   PERFORM VARYING I-COL FROM 1 BY 1 UNTIL I-COL > 9
	       ADD TAC-IMPORTE(2, I-COL) TO TAC-IMPORTE(3, I-COL)
	       MOVE ZEROS TO TAC-IMPORTE(2, I-COL)
	   END-PERFORM.

       320-CIERRA-CCOSTO.
	   MOVE SPACES TO TEXTO-C
	   STRING "TOTAL CENTRO COSTO " DELIMITED BY SIZE
	       W-CCOSTO-ACT DELIMITED BY SIZE
	       INTO TEXTO-C
	   END-STRING
	   MOVE 3 TO I-NIVEL
	   PERFORM 340-IMPRIME-NIVEL
	   WRITE LINEA FROM LINEA-R3
	   MOVE SPACES TO W-DEPTO-ACT W-DIRECCION-ACT
	   MOVE "CCOSTO" TO CSV-TIPO
	   PERFORM 350-LINEA-CSV
	   PERFORM VARYING I-COL FROM 1 BY 1 UNTIL I-COL > 9
	       ADD TAC-IMPORTE(3, I-COL) TO TAC-IMPORTE(4, I-COL)
	       MOVE ZEROS TO TAC-IMPORTE(3, I-COL)
	   END-PERFORM.

       330-ACUMULA-DIRECCION.
	   MOVE ZEROS TO IDX-DIR
	   PERFORM VARYING I-DIR FROM 1 BY 1
		   UNTIL I-DIR > NUM-DIRS
	       IF TDR-DIRECCION(I-DIR) = W-DIRECCION-ACT
		   MOVE I-DIR TO IDX-DIR
	       END-IF
	   END-PERFORM
	   IF IDX-DIR = ZEROS AND NUM-DIRS < 10
	       ADD 1 TO NUM-DIRS
	       MOVE W-DIRECCION-ACT TO TDR-DIRECCION(NUM-DIRS)
	       PERFORM VARYING I-COL FROM 1 BY 1 UNTIL I-COL > 9
		   MOVE ZEROS TO TDR-IMPORTE(NUM-DIRS, I-COL)
	       END-PERFORM
	       MOVE NUM-DIRS TO IDX-DIR
	   END-IF
	   IF IDX-DIR > ZEROS
	       PERFORM VARYING I-COL FROM 1 BY 1 UNTIL I-COL > 9
		   ADD TAC-IMPORTE(2, I-COL)
		       TO TDR-IMPORTE(IDX-DIR, I-COL)
	       END-PERFORM
	   END-IF.

       340-IMPRIME-NIVEL.
	   PERFORM VARYING I-COL FROM 1 BY 1 UNTIL I-COL > 9
	       MOVE TAC-IMPORTE(I-NIVEL, I-COL) TO IMPORTE-C(I-COL)
	   END-PERFORM
	   WRITE LINEA FROM LINEA-COS.

       350-LINEA-CSV.
	   MOVE SPACES TO LINEA-CSV
	   MOVE 1 TO W-PTR
	   STRING FUNCTION TRIM(CSV-TIPO) DELIMITED BY SIZE
	       "," DELIMITED BY SIZE
	       FUNCTION TRIM(W-EMP-ACT) DELIMITED BY SIZE
	       "," DELIMITED BY SIZE
	       FUNCTION TRIM(W-NOMBRE-ACT) DELIMITED BY SIZE
	       "," DELIMITED BY SIZE
	       FUNCTION TRIM(W-CCOSTO-ACT) DELIMITED BY SIZE
	       "," DELIMITED BY SIZE
	       FUNCTION TRIM(W-DEPTO-ACT) DELIMITED BY SIZE
	       "," DELIMITED BY SIZE
	       FUNCTION TRIM(W-DIRECCION-ACT) DELIMITED BY SIZE
	       INTO LINEA-CSV WITH POINTER W-PTR
	   END-STRING
	   PERFORM VARYING I-COL FROM 1 BY 1 UNTIL I-COL > 9
	       MOVE TAC-IMPORTE(I-NIVEL, I-COL) TO CSV-IMPORTE-ED
	       STRING "," DELIMITED BY SIZE
		   FUNCTION TRIM(CSV-IMPORTE-ED) DELIMITED BY SIZE
		   INTO LINEA-CSV WITH POINTER W-PTR
	       END-STRING
	   END-PERFORM
	   WRITE LINEA-CSV
	   ADD 1 TO REG-ESCRITOS.

       400-TOTALES.
	   MOVE SPACES TO TEXTO-C
	   MOVE "TOTAL GENERAL" TO TEXTO-C
	   MOVE 4 TO I-NIVEL
	   PERFORM 340-IMPRIME-NIVEL
	   WRITE LINEA FROM LINEA-R3
	   MOVE SPACES TO W-EMP-ACT W-NOMBRE-ACT W-CCOSTO-ACT
	       W-DEPTO-ACT W-DIRECCION-ACT
	   MOVE "TOTAL" TO CSV-TIPO
	   PERFORM 350-LINEA-CSV
	   IF NUM-DIRS > ZEROS
	       WRITE LINEA FROM ENCABEZADO-DIR AFTER ADVANCING 2 LINES
	       WRITE LINEA FROM LINEA-R3
	       MOVE 4 TO I-NIVEL
	       PERFORM 410-LINEA-DIRECCION
		   VARYING I-DIR FROM 1 BY 1 UNTIL I-DIR > NUM-DIRS
	       WRITE LINEA FROM LINEA-R3
	   END-IF
	   IF SIN-DEPCAT > ZEROS
	       MOVE "PERIODOS CON DEPTO. FUERA DE DEPCAT:"
		   TO AVISO-TEXTO
	       MOVE SIN-DEPCAT TO AVISO-CUENTA
	       WRITE LINEA FROM LINEA-AVISO
	   END-IF
	   IF SIN-CUOTAS > ZEROS
	       MOVE "PERIODOS SIN SDI PARA CUOTAS PATRONALES:"
		   TO AVISO-TEXTO
	       MOVE SIN-CUOTAS TO AVISO-CUENTA
	       WRITE LINEA FROM LINEA-AVISO
	   END-IF.

       410-LINEA-DIRECCION.
	   PERFORM VARYING I-COL FROM 1 BY 1 UNTIL I-COL > 9
	       MOVE TDR-IMPORTE(I-DIR, I-COL) TO TAC-IMPORTE(4, I-COL)
	   END-PERFORM
	   MOVE SPACES TO TEXTO-C
	   MOVE TDR-DIRECCION(I-DIR) TO TEXTO-C
	   PERFORM 340-IMPRIME-NIVEL
	   MOVE TDR-DIRECCION(I-DIR) TO W-DIRECCION-ACT
	   MOVE "DIRECCION" TO CSV-TIPO
	   PERFORM 350-LINEA-CSV.

       500-FINAL.
	   IF SW-ISN = ZEROS OR SIN-DEPCAT > ZEROS
		   OR SIN-CUOTAS > ZEROS
	       MOVE 4 TO RETURN-CODE
	       MOVE MES-RPT TO W-ALR-LLAVE
	       MOVE SPACES TO W-ALR-MENSAJE
	       IF SW-ISN = ZEROS
		   MOVE "COSTO PATRONAL SIN ISN DEL MES"
		       TO W-ALR-MENSAJE
	       ELSE
		   MOVE "COSTO PATRONAL CON DATOS INCOMPLETOS"
		       TO W-ALR-MENSAJE
	       END-IF
	       CALL "ALERTA" USING W-ALR-PROGRAMA W-ALR-SEVERIDAD
		   W-ALR-LLAVE W-ALR-MENSAJE
	   END-IF
	   PERFORM 600-ESCRIBE-RUNLOG
	   IF SW-EMPMAST = 1
	       CLOSE EMPMAST
	   END-IF
	   IF SW-IMSSDET = 1
	       CLOSE IMSSDET
	   END-IF
	   IF SW-DISTLAB = 1
	       CLOSE DISTLAB
	   END-IF
	   CLOSE HISTNOM
	   CLOSE COSTOREP
	   CLOSE COSTOCSV.

       600-ESCRIBE-RUNLOG.
	   MOVE "COSTOPAT" TO RUNLOG-PROGRAMA
	   ACCEPT RUNLOG-FECHA FROM DATE
	   ACCEPT RUNLOG-HORA FROM TIME
	   MOVE RETURN-CODE TO W-RC-GUARDA
	   CALL "SESUSR" USING RUNLOG-USUARIO
	   MOVE W-RC-GUARDA TO RETURN-CODE
	   MOVE REG-LEIDOS TO RUNLOG-LEIDOS
	   MOVE REG-ESCRITOS TO RUNLOG-ESCRITOS
	   OPEN EXTEND RUNLOG
	   IF RUNLOG-STATUS = "35"
	       OPEN OUTPUT RUNLOG
	   END-IF
	   WRITE REG-RUNLOG
	   CLOSE RUNLOG.
