       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTUCALC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT EMPMAST ASSIGN TO "EMPMAST"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS EMP-REC-ID
	       FILE STATUS IS EMPMAST-STATUS.
	   SELECT HISTNOM ASSIGN TO "HISTNOM"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS SEQUENTIAL
	       RECORD KEY IS HIS-LLAVE
	       FILE STATUS IS HISTNOM-STATUS.
	   SELECT INCIDEN ASSIGN TO "INCIDEN"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS INC-LLAVE
	       FILE STATUS IS INCIDEN-STATUS.
	   SELECT HISTARCH ASSIGN TO "HISTARCH"
	       FILE STATUS IS HISTARCH-STATUS.
	   SELECT PTUPAGO ASSIGN TO "PTUPAGO".
	   SELECT PTUREP ASSIGN TO "PTUREP".
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EMPMAST.
       COPY "EMPMAST.wks".
       FD HISTNOM.
       COPY "HISTNOM.wks".
       FD INCIDEN.
       COPY "INCIDEN.wks".
       FD HISTARCH.
       01 REG-HISARC PIC X(138).
       FD PTUPAGO.
       01 REG-PAGO.
	   03 PAGO-EMPLEADO-ID PIC X(08).
	   03 PAGO-NOMBRE PIC X(30).
	   03 PAGO-DEPTO PIC X(15).
	   03 PAGO-IMPORTE PIC 9(05)V99.
	   03 PAGO-PERIODO PIC 9(08).
       FD PTUREP.
       01 LINEA PIC X(80).
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 EMPMAST-STATUS PIC XX.
       01 HISTNOM-STATUS PIC XX.
       01 INCIDEN-STATUS PIC XX.
       01 HISTARCH-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 SW PIC 9 VALUE ZEROS.
       01 SW-FIN-EMP PIC 9 VALUE ZEROS.
       01 SW-FIN-ARC PIC 9 VALUE ZEROS.
       01 SW-FIN-INC PIC 9 VALUE ZEROS.
       01 SW-INCIDEN PIC 9 VALUE ZEROS.
       01 W-ARCHIVO PIC X(40) VALUE SPACES.
       01 W-ANO-X PIC X(4) VALUE SPACES.
       01 PARM-LINEA PIC X(40) VALUE SPACES.
       01 PARM-ANO PIC X(04) VALUE SPACES.
       01 PARM-MONTO PIC X(16) VALUE SPACES.
       01 ANO-RPT PIC 9(04) VALUE ZEROS.
       01 FECHA-AMD PIC 9(06) VALUE ZEROS.
       01 W-AA PIC 99 VALUE ZEROS.
       01 W-PRM-CODIGO PIC X(12) VALUE SPACES.
       01 W-PRM-VALOR PIC 9(7)V99 VALUE ZEROS.
       01 W-PRM-ENC PIC 9 VALUE ZEROS.
       01 MONTO-PTU PIC 9(09)V99 VALUE ZEROS.
       01 MESES-TOPE PIC 99 VALUE 3.
       01 PROMEDIO-3A PIC 9(07)V99 VALUE ZEROS.
       01 DIAS-MINIMO PIC 999 VALUE 60.
       01 REG-LEIDOS PIC 9(07) VALUE ZEROS.
       01 PAGOS-EMITIDOS PIC 9(05) VALUE ZEROS.
       01 PERIODO-PAGO PIC 9(08) VALUE ZEROS.
       01 W-ALTA-ANO PIC 9(04) VALUE ZEROS.
       01 W-ALTA-MES PIC 99 VALUE ZEROS.
       01 W-ALTA-DIA PIC 99 VALUE ZEROS.
       01 W-BAJA-ANO PIC 9(04) VALUE ZEROS.
       01 W-BAJA-MES PIC 99 VALUE ZEROS.
       01 W-BAJA-DIA PIC 99 VALUE ZEROS.
       01 W-DIA-INI PIC 999 VALUE ZEROS.
       01 W-DIA-FIN PIC 999 VALUE ZEROS.
       01 W-DIAS PIC S9(4) VALUE ZEROS.
       01 W-DIAS-INC PIC 9(4) VALUE ZEROS.
       01 W-PER-MES PIC 99 VALUE ZEROS.
       01 SW-EN-ANO PIC 9 VALUE ZEROS.
       01 NUM-PTU PIC 9(04) VALUE ZEROS.
       01 I-PTU PIC 9(04) VALUE ZEROS.
       01 IDX-PTU PIC 9(04) VALUE ZEROS.
       01 SW-TABLA-LLENA PIC 9 VALUE ZEROS.
       01 TABLA-PTU.
	   03 TPT-ENTRADA OCCURS 1000 TIMES.
	       05 TPT-ID PIC X(08).
	       05 TPT-NOMBRE PIC X(30).
	       05 TPT-DEPTO PIC X(15).
	       05 TPT-DIAS PIC 9(03).
	       05 TPT-SUELDO PIC 9(07)V99.
	       05 TPT-ULT-SUELDO PIC 9(05)V99.
	       05 TPT-ULT-QNA PIC XX.
	       05 TPT-ULT-PERIODO PIC 9(08).
	       05 TPT-PTU-DIAS PIC 9(07)V99.
	       05 TPT-PTU-SUELDO PIC 9(07)V99.
	       05 TPT-PTU PIC 9(07)V99.
	       05 TPT-TOPE PIC X.
	       05 TPT-EXCLUYE PIC X.
       01 TOTAL-DIAS PIC 9(07) VALUE ZEROS.
       01 TOTAL-SUELDOS PIC 9(09)V99 VALUE ZEROS.
       01 MONTO-DIAS PIC 9(09)V99 VALUE ZEROS.
       01 MONTO-SUELDOS PIC 9(09)V99 VALUE ZEROS.
       01 FACTOR-DIAS PIC 9(07)V9(6) VALUE ZEROS.
       01 FACTOR-SUELDO PIC 9(03)V9(8) VALUE ZEROS.
       01 W-SUELDO-MES PIC 9(07)V99 VALUE ZEROS.
       01 W-TOPE PIC 9(07)V99 VALUE ZEROS.
       01 TOTAL-PTU PIC 9(09)V99 VALUE ZEROS.
       01 REMANENTE PIC 9(09)V99 VALUE ZEROS.
       01 TOPADOS PIC 9(04) VALUE ZEROS.
       01 EXCLUIDOS PIC 9(04) VALUE ZEROS.
       01 EXCLUIDOS-ED PIC ZZZ9.
       01 W-ALR-PROGRAMA PIC X(10) VALUE "PTUCALC".
       01 W-ALR-SEVERIDAD PIC X VALUE "A".
       01 W-ALR-LLAVE PIC X(18) VALUE SPACES.
       01 W-ALR-MENSAJE PIC X(40) VALUE SPACES.
       01 NUM-DEPTOS PIC 99 VALUE ZEROS.
       01 I-DEPTO PIC 99 VALUE ZEROS.
       01 IDX-DEPTO PIC 99 VALUE ZEROS.
       01 TABLA-DEPTOS.
	   03 TD-ENTRADA OCCURS 20 TIMES.
	       05 TD-DEPTO PIC X(15).
	       05 TD-TOTAL PIC 9(08)V99.
	       05 TD-CUENTA PIC 9(04).
       01 LINEA-R3 PIC X(80) VALUE ALL "==".
       01 ENCABEZADO-PTU.
	   03 FILLER PIC X(15) VALUE SPACES.
	   03 FILLER PIC X(31) VALUE "REPARTO DE UTILIDADES (PTU)    ".
	   03 FILLER PIC X(10) VALUE "EJERCICIO ".
	   03 ANO-PTU PIC 9(04).
       01 LINEA-PTU-MONTO.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(30) VALUE "MONTO DECLARADO A REPARTIR:   ".
	   03 MONTO-PE PIC $(09)9.99.
       01 LINEA-PTU-TOPE.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(20) VALUE "TOPE: MESES SALARIO ".
	   03 MESES-PE PIC Z9.
	   03 FILLER PIC X(19) VALUE "  PROMEDIO 3 ANOS  ".
	   03 PROMEDIO-PE PIC $(07)9.99.
       01 ENCABEZADO-PTU2.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 FILLER PIC X(09) VALUE "EMPL-ID".
	   03 FILLER PIC X(19) VALUE "NOMBRE".
	   03 FILLER PIC X(04) VALUE "DIAS".
	   03 FILLER PIC X(12) VALUE "  SUELDO ANO".
	   03 FILLER PIC X(11) VALUE "   PTU DIAS".
	   03 FILLER PIC X(11) VALUE " PTU SUELDO".
	   03 FILLER PIC X(12) VALUE "   PTU TOTAL".
       01 LINEA-PTU.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 EMPLEADO-ID-P PIC X(08).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 NOMBRE-P PIC X(18).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 DIAS-P PIC ZZ9.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 SUELDO-P PIC $(06)9.99.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 PTU-DIAS-P PIC $(05)9.99.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 PTU-SUELDO-P PIC $(05)9.99.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 PTU-TOTAL-P PIC $(06)9.99.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 TOPE-P PIC X(01).
       01 LINEA-PTU-EXC.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 EMPLEADO-ID-X PIC X(08).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 NOMBRE-X PIC X(18).
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 MOTIVO-X PIC X(40).
       01 ENCABEZADO-EXC.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(40) VALUE
	      "EMPLEADOS SIN DERECHO A PTU".
       01 LINEA-TABLA-LLENA.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(55) VALUE
	      "*** TABLA DE EMPLEADOS LLENA - CALCULO INCOMPLETO ***".
       01 LINEA-PTU-DEP.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(06) VALUE "DEPTO ".
	   03 DEPTO-PD PIC X(15).
	   03 FILLER PIC X(11) VALUE "  PERSONAS ".
	   03 CUENTA-PD PIC ZZZ9.
	   03 FILLER PIC X(09) VALUE "  TOTAL  ".
	   03 TOTAL-PD PIC $(08)9.99.
       01 LINEA-PTU-FAC1.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(22) VALUE "50% POR DIAS:         ".
	   03 MONTO-DIAS-PF PIC $(09)9.99.
	   03 FILLER PIC X(13) VALUE "  DIAS TOT.  ".
	   03 TOTAL-DIAS-PF PIC Z(06)9.
       01 LINEA-PTU-FAC2.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(22) VALUE "50% POR SUELDOS:      ".
	   03 MONTO-SUELDOS-PF PIC $(09)9.99.
	   03 FILLER PIC X(13) VALUE "  SUELDOS    ".
	   03 TOTAL-SUELDOS-PF PIC $(09)9.99.
       01 LINEA-PTU-FAC3.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(22) VALUE "FACTOR POR DIA:       ".
	   03 FACTOR-DIAS-PF PIC Z(06)9.999999.
	   03 FILLER PIC X(13) VALUE "  FACTOR $   ".
	   03 FACTOR-SUELDO-PF PIC ZZ9.99999999.
       01 LINEA-PTU-TOT.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(26) VALUE "TOTAL PTU A PAGAR:        ".
	   03 TOTAL-PT PIC $(09)9.99.
       01 LINEA-PTU-REM.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(26) VALUE "REMANENTE POR TOPE LEGAL: ".
	   03 REMANENTE-PT PIC $(09)9.99.
	   03 FILLER PIC X(12) VALUE "  TOPADOS: ".
	   03 TOPADOS-PT PIC ZZZ9.

       PROCEDURE DIVISION.
       000-INICIO.
	   MOVE ZEROS TO RETURN-CODE
	   ACCEPT PARM-LINEA FROM COMMAND-LINE
	   UNSTRING PARM-LINEA DELIMITED BY ALL SPACE
	       INTO PARM-ANO PARM-MONTO
	   END-UNSTRING
	   IF PARM-ANO(1:4) NUMERIC
	       MOVE PARM-ANO TO ANO-RPT
	   ELSE
	       ACCEPT FECHA-AMD FROM DATE
	       MOVE FECHA-AMD(1:2) TO W-AA
	       COMPUTE ANO-RPT = 2000 + W-AA - 1
	   END-IF
	   IF PARM-MONTO NOT = SPACES
	       COMPUTE MONTO-PTU = FUNCTION NUMVAL(PARM-MONTO)
	   ELSE
	       MOVE "PTU-MONTO" TO W-PRM-CODIGO
	       MOVE ZEROS TO W-PRM-ENC
	       CALL "PARAMGET" USING W-PRM-CODIGO W-PRM-VALOR W-PRM-ENC
	       IF W-PRM-ENC = 1
		   MOVE W-PRM-VALOR TO MONTO-PTU
	       END-IF
	   END-IF
	   IF MONTO-PTU = ZEROS
	       DISPLAY "PTUCALC: FALTA EL MONTO DE PTU A REPARTIR"
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	   END-IF
	   COMPUTE PERIODO-PAGO = ANO-RPT * 10000 + 1500
	   PERFORM 010-PARAMETROS
	   OPEN INPUT EMPMAST
	   IF EMPMAST-STATUS NOT = "00"
	       DISPLAY "PTUCALC: NO SE PUDO ABRIR EMPMAST "
		   EMPMAST-STATUS
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	   END-IF
	   OPEN INPUT HISTNOM
	   IF HISTNOM-STATUS NOT = "00"
	       DISPLAY "PTUCALC: NO SE PUDO ABRIR HISTNOM "
		   HISTNOM-STATUS
	       CLOSE EMPMAST
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	   END-IF
	   MOVE ZEROS TO SW-INCIDEN
	   OPEN INPUT INCIDEN
	   IF INCIDEN-STATUS = "00"
	       MOVE 1 TO SW-INCIDEN
	   END-IF
	   OPEN OUTPUT PTUPAGO
	   OPEN OUTPUT PTUREP
	   MOVE ANO-RPT TO ANO-PTU
	   WRITE LINEA FROM ENCABEZADO-PTU
	   MOVE MONTO-PTU TO MONTO-PE
	   WRITE LINEA FROM LINEA-PTU-MONTO
	   MOVE MESES-TOPE TO MESES-PE
	   MOVE PROMEDIO-3A TO PROMEDIO-PE
	   WRITE LINEA FROM LINEA-PTU-TOPE
	   WRITE LINEA FROM LINEA-R3
	   WRITE LINEA FROM ENCABEZADO-EXC
	   PERFORM 100-CARGA-EMPLEADOS
	   PERFORM 090-PROCESA-ARCHIVO
	   PERFORM 200-LECTURA
	   PERFORM 210-PROCESO UNTIL SW = 1
	   PERFORM 250-SIN-PERCEPCIONES
	   PERFORM 300-REPARTO
	   IF SW-TABLA-LLENA = 1
	       WRITE LINEA FROM LINEA-TABLA-LLENA
	       MOVE 4 TO RETURN-CODE
	   END-IF
	   PERFORM 400-TOTALES
	   PERFORM 600-ESCRIBE-RUNLOG
	   IF SW-INCIDEN = 1
	       CLOSE INCIDEN
	   END-IF
	   CLOSE EMPMAST
	   CLOSE HISTNOM
	   CLOSE PTUPAGO
	   CLOSE PTUREP
	   GOBACK.

       010-PARAMETROS.
	   MOVE "PTU-MESES" TO W-PRM-CODIGO
	   MOVE ZEROS TO W-PRM-ENC
	   CALL "PARAMGET" USING W-PRM-CODIGO W-PRM-VALOR W-PRM-ENC
	   IF W-PRM-ENC = 1 AND W-PRM-VALOR > ZEROS
	       MOVE W-PRM-VALOR TO MESES-TOPE
	   END-IF
	   MOVE "PTU-PROM3A" TO W-PRM-CODIGO
	   MOVE ZEROS TO W-PRM-ENC
	   CALL "PARAMGET" USING W-PRM-CODIGO W-PRM-VALOR W-PRM-ENC
	   IF W-PRM-ENC = 1
	       MOVE W-PRM-VALOR TO PROMEDIO-3A
	   END-IF
	   MOVE "PTU-DIASMIN" TO W-PRM-CODIGO
	   MOVE ZEROS TO W-PRM-ENC
	   CALL "PARAMGET" USING W-PRM-CODIGO W-PRM-VALOR W-PRM-ENC
	   IF W-PRM-ENC = 1
	       MOVE W-PRM-VALOR TO DIAS-MINIMO
	   END-IF.

       090-PROCESA-ARCHIVO.
	   MOVE SPACES TO W-ARCHIVO
	   MOVE ANO-RPT TO W-ANO-X
	   STRING "HISTNOM.A" DELIMITED BY SIZE
	       W-ANO-X DELIMITED BY SIZE
	       INTO W-ARCHIVO
	   END-STRING
	   SET ENVIRONMENT "DD_HISTARCH" TO W-ARCHIVO
	   MOVE ZEROS TO SW-FIN-ARC
	   OPEN INPUT HISTARCH
	   IF HISTARCH-STATUS NOT = "00"
	       MOVE 1 TO SW-FIN-ARC
	   END-IF
	   PERFORM UNTIL SW-FIN-ARC = 1
	       READ HISTARCH
		   AT END
		       MOVE 1 TO SW-FIN-ARC
		   NOT AT END
		       ADD 1 TO REG-LEIDOS
		       MOVE REG-HISARC TO REG-HISTNOM
		       PERFORM 220-EXAMINA
	       END-READ
	   END-PERFORM
	   IF HISTARCH-STATUS = "00" OR HISTARCH-STATUS = "10"
	       CLOSE HISTARCH
	   END-IF.

       100-CARGA-EMPLEADOS.
	   MOVE ZEROS TO SW-FIN-EMP
	   PERFORM UNTIL SW-FIN-EMP = 1
	       READ EMPMAST NEXT
		   AT END
		       MOVE 1 TO SW-FIN-EMP
		   NOT AT END
		       ADD 1 TO REG-LEIDOS
		       PERFORM 110-EVALUA-EMPLEADO
	       END-READ
	   END-PERFORM.

       110-EVALUA-EMPLEADO.
	   PERFORM 120-DIAS-TRABAJADOS
	   IF SW-EN-ANO = 1
	       PERFORM 130-DIAS-INCIDENCIA
	       SUBTRACT W-DIAS-INC FROM W-DIAS
	       IF W-DIAS < ZEROS
		   MOVE ZEROS TO W-DIAS
	       END-IF
	       IF W-DIAS < DIAS-MINIMO
		   MOVE EMP-REC-ID TO EMPLEADO-ID-X
		   MOVE EMP-REC-NOMBRE TO NOMBRE-X
		   MOVE SPACES TO MOTIVO-X
		   STRING "MENOS DE " DELIMITED BY SIZE
		       DIAS-MINIMO DELIMITED BY SIZE
		       " DIAS TRABAJADOS EN EL EJERCICIO"
		       DELIMITED BY SIZE
		       INTO MOTIVO-X
		   END-STRING
		   PERFORM 140-EXCLUYE
	       ELSE
		   IF NUM-PTU < 1000
		       ADD 1 TO NUM-PTU
		       MOVE EMP-REC-ID TO TPT-ID(NUM-PTU)
		       MOVE EMP-REC-NOMBRE TO TPT-NOMBRE(NUM-PTU)
		       MOVE EMP-REC-DEPTO TO TPT-DEPTO(NUM-PTU)
		       MOVE W-DIAS TO TPT-DIAS(NUM-PTU)
		       MOVE ZEROS TO TPT-SUELDO(NUM-PTU)
		       MOVE ZEROS TO TPT-ULT-SUELDO(NUM-PTU)
		       MOVE "00" TO TPT-ULT-QNA(NUM-PTU)
		       MOVE ZEROS TO TPT-ULT-PERIODO(NUM-PTU)
		       MOVE ZEROS TO TPT-PTU-DIAS(NUM-PTU)
		       MOVE ZEROS TO TPT-PTU-SUELDO(NUM-PTU)
		       MOVE ZEROS TO TPT-PTU(NUM-PTU)
		       MOVE SPACES TO TPT-TOPE(NUM-PTU)
		       MOVE "N" TO TPT-EXCLUYE(NUM-PTU)
		   ELSE
		       MOVE 1 TO SW-TABLA-LLENA
		   END-IF
	       END-IF
	   END-IF.

       120-DIAS-TRABAJADOS.
	   MOVE 1 TO SW-EN-ANO
	   MOVE 1 TO W-DIA-INI
	   MOVE 360 TO W-DIA-FIN
	   IF EMP-REC-FECHA-ALTA > ZEROS
	       MOVE EMP-REC-FECHA-ALTA(1:2) TO W-AA
	       COMPUTE W-ALTA-ANO = 2000 + W-AA
	       MOVE EMP-REC-FECHA-ALTA(3:2) TO W-ALTA-MES
	       MOVE EMP-REC-FECHA-ALTA(5:2) TO W-ALTA-DIA
	       IF W-ALTA-ANO > ANO-RPT
		   MOVE ZEROS TO SW-EN-ANO
	       END-IF
	       IF W-ALTA-ANO = ANO-RPT
		   COMPUTE W-DIA-INI = (W-ALTA-MES - 1) * 30
		       + W-ALTA-DIA
	       END-IF
	   END-IF
	   IF EMP-REC-ESTATUS = "I" AND EMP-REC-FECHA-BAJA > ZEROS
	       MOVE EMP-REC-FECHA-BAJA(1:2) TO W-AA
	       COMPUTE W-BAJA-ANO = 2000 + W-AA
	       MOVE EMP-REC-FECHA-BAJA(3:2) TO W-BAJA-MES
	       MOVE EMP-REC-FECHA-BAJA(5:2) TO W-BAJA-DIA
	       IF W-BAJA-ANO < ANO-RPT
		   MOVE ZEROS TO SW-EN-ANO
	       END-IF
	       IF W-BAJA-ANO = ANO-RPT
		   COMPUTE W-DIA-FIN = (W-BAJA-MES - 1) * 30
		       + W-BAJA-DIA
	       END-IF
	   END-IF
	   IF W-DIA-FIN > 360
	       MOVE 360 TO W-DIA-FIN
	   END-IF
	   COMPUTE W-DIAS = W-DIA-FIN - W-DIA-INI + 1
	   IF W-DIAS NOT > ZEROS
	       MOVE ZEROS TO SW-EN-ANO
	   END-IF.

       130-DIAS-INCIDENCIA.
	   MOVE ZEROS TO W-DIAS-INC
	   IF SW-INCIDEN = 1
	       MOVE ZEROS TO SW-FIN-INC
	       MOVE EMP-REC-ID TO INC-EMPLEADO-ID
	       COMPUTE INC-PERIODO = ANO-RPT * 10000
	       START INCIDEN KEY NOT < INC-LLAVE
		   INVALID KEY
		       MOVE 1 TO SW-FIN-INC
	       END-START
	       PERFORM UNTIL SW-FIN-INC = 1
		   READ INCIDEN NEXT
		       AT END
			   MOVE 1 TO SW-FIN-INC
		       NOT AT END
			   IF INC-EMPLEADO-ID = EMP-REC-ID
			      AND INC-PERIODO(1:4) = ANO-RPT
			       ADD INC-DIAS TO W-DIAS-INC
			   ELSE
			       MOVE 1 TO SW-FIN-INC
			   END-IF
		   END-READ
	       END-PERFORM
	   END-IF.

       140-EXCLUYE.
	   ADD 1 TO EXCLUIDOS
	   WRITE LINEA FROM LINEA-PTU-EXC.

       200-LECTURA.
	   READ HISTNOM NEXT
	       AT END
		   MOVE 1 TO SW
	       NOT AT END
		   ADD 1 TO REG-LEIDOS
	   END-READ.

       210-PROCESO.
	   PERFORM 220-EXAMINA
	   PERFORM 200-LECTURA.

       220-EXAMINA.
	   IF HIS-PERIODO(1:4) = ANO-RPT
	       MOVE HIS-PERIODO(5:2) TO W-PER-MES
	       IF W-PER-MES > ZEROS AND W-PER-MES NOT > 12
		   PERFORM 230-BUSCA-EMPLEADO
		   IF IDX-PTU > ZEROS
		       ADD HIS-SUELDO TO TPT-SUELDO(IDX-PTU)
		       IF HIS-PERIODO NOT < TPT-ULT-PERIODO(IDX-PTU)
			   MOVE HIS-SUELDO TO TPT-ULT-SUELDO(IDX-PTU)
			   MOVE HIS-PERIODO(7:2) TO TPT-ULT-QNA(IDX-PTU)
			   MOVE HIS-PERIODO TO TPT-ULT-PERIODO(IDX-PTU)
			   MOVE HIS-DEPTO TO TPT-DEPTO(IDX-PTU)
		       END-IF
		   END-IF
	       END-IF
	   END-IF.

       230-BUSCA-EMPLEADO.
	   MOVE ZEROS TO IDX-PTU
	   PERFORM VARYING I-PTU FROM 1 BY 1
		   UNTIL I-PTU > NUM-PTU OR IDX-PTU > ZEROS
	       IF TPT-ID(I-PTU) = HIS-EMPLEADO-ID
		   MOVE I-PTU TO IDX-PTU
	       END-IF
	   END-PERFORM.

       250-SIN-PERCEPCIONES.
	   PERFORM VARYING I-PTU FROM 1 BY 1
		   UNTIL I-PTU > NUM-PTU
	       IF TPT-SUELDO(I-PTU) = ZEROS
		   MOVE "S" TO TPT-EXCLUYE(I-PTU)
		   MOVE TPT-ID(I-PTU) TO EMPLEADO-ID-X
		   MOVE TPT-NOMBRE(I-PTU) TO NOMBRE-X
		   MOVE "SIN PERCEPCIONES EN EL EJERCICIO"
		       TO MOTIVO-X
		   PERFORM 140-EXCLUYE
	       ELSE
		   ADD TPT-DIAS(I-PTU) TO TOTAL-DIAS
		   ADD TPT-SUELDO(I-PTU) TO TOTAL-SUELDOS
	       END-IF
	   END-PERFORM.

       300-REPARTO.
	   COMPUTE MONTO-DIAS ROUNDED = MONTO-PTU / 2
	   COMPUTE MONTO-SUELDOS = MONTO-PTU - MONTO-DIAS
	   IF TOTAL-DIAS > ZEROS
	       COMPUTE FACTOR-DIAS ROUNDED = MONTO-DIAS / TOTAL-DIAS
	   END-IF
	   IF TOTAL-SUELDOS > ZEROS
	       COMPUTE FACTOR-SUELDO ROUNDED =
		   MONTO-SUELDOS / TOTAL-SUELDOS
	   END-IF
	   WRITE LINEA FROM LINEA-R3
	   WRITE LINEA FROM ENCABEZADO-PTU2
	   WRITE LINEA FROM LINEA-R3
	   PERFORM VARYING I-PTU FROM 1 BY 1
		   UNTIL I-PTU > NUM-PTU
	       IF TPT-EXCLUYE(I-PTU) = "N"
		   PERFORM 310-CALCULA-EMPLEADO
	       END-IF
	   END-PERFORM.

       310-CALCULA-EMPLEADO.
	   COMPUTE TPT-PTU-DIAS(I-PTU) ROUNDED =
	       TPT-DIAS(I-PTU) * FACTOR-DIAS
	   COMPUTE TPT-PTU-SUELDO(I-PTU) ROUNDED =
	       TPT-SUELDO(I-PTU) * FACTOR-SUELDO
	   COMPUTE TPT-PTU(I-PTU) =
	       TPT-PTU-DIAS(I-PTU) + TPT-PTU-SUELDO(I-PTU)
	   IF TPT-ULT-QNA(I-PTU) = "00"
	       MOVE TPT-ULT-SUELDO(I-PTU) TO W-SUELDO-MES
	   ELSE
	       COMPUTE W-SUELDO-MES = TPT-ULT-SUELDO(I-PTU) * 2
	   END-IF
	   COMPUTE W-TOPE = W-SUELDO-MES * MESES-TOPE
	   IF PROMEDIO-3A > W-TOPE
	       MOVE PROMEDIO-3A TO W-TOPE
	   END-IF
	   IF TPT-PTU(I-PTU) > W-TOPE
	       COMPUTE REMANENTE = REMANENTE + TPT-PTU(I-PTU) - W-TOPE
	       MOVE W-TOPE TO TPT-PTU(I-PTU)
	       MOVE "*" TO TPT-TOPE(I-PTU)
	       ADD 1 TO TOPADOS
	   END-IF
	   ADD TPT-PTU(I-PTU) TO TOTAL-PTU
	   ADD 1 TO PAGOS-EMITIDOS
	   PERFORM 320-ACUMULA-DEPTO
	   MOVE TPT-ID(I-PTU) TO EMPLEADO-ID-P
	   MOVE TPT-NOMBRE(I-PTU) TO NOMBRE-P
	   MOVE TPT-DIAS(I-PTU) TO DIAS-P
	   MOVE TPT-SUELDO(I-PTU) TO SUELDO-P
	   MOVE TPT-PTU-DIAS(I-PTU) TO PTU-DIAS-P
	   MOVE TPT-PTU-SUELDO(I-PTU) TO PTU-SUELDO-P
	   MOVE TPT-PTU(I-PTU) TO PTU-TOTAL-P
	   MOVE TPT-TOPE(I-PTU) TO TOPE-P
	   WRITE LINEA FROM LINEA-PTU
	   MOVE TPT-ID(I-PTU) TO PAGO-EMPLEADO-ID
	   MOVE TPT-NOMBRE(I-PTU) TO PAGO-NOMBRE
	   MOVE TPT-DEPTO(I-PTU) TO PAGO-DEPTO
	   MOVE TPT-PTU(I-PTU) TO PAGO-IMPORTE
	   MOVE PERIODO-PAGO TO PAGO-PERIODO
	   WRITE REG-PAGO.

       320-ACUMULA-DEPTO.
	   MOVE ZEROS TO IDX-DEPTO
	   PERFORM VARYING I-DEPTO FROM 1 BY 1
		   UNTIL I-DEPTO > NUM-DEPTOS
	       IF TD-DEPTO(I-DEPTO) = TPT-DEPTO(I-PTU)
		   MOVE I-DEPTO TO IDX-DEPTO
	       END-IF
	   END-PERFORM
	   IF IDX-DEPTO = ZEROS AND NUM-DEPTOS < 20
	       ADD 1 TO NUM-DEPTOS
	       MOVE TPT-DEPTO(I-PTU) TO TD-DEPTO(NUM-DEPTOS)
	       MOVE ZEROS TO TD-TOTAL(NUM-DEPTOS)
	       MOVE ZEROS TO TD-CUENTA(NUM-DEPTOS)
	       MOVE NUM-DEPTOS TO IDX-DEPTO
	   END-IF
	   IF IDX-DEPTO > ZEROS
	       ADD TPT-PTU(I-PTU) TO TD-TOTAL(IDX-DEPTO)
	       ADD 1 TO TD-CUENTA(IDX-DEPTO)
	   END-IF.

       400-TOTALES.
	   IF EXCLUIDOS > ZEROS
	       MOVE 4 TO RETURN-CODE
	       MOVE "A" TO W-ALR-SEVERIDAD
	       MOVE ANO-RPT TO W-ALR-LLAVE
	       MOVE EXCLUIDOS TO EXCLUIDOS-ED
	       MOVE SPACES TO W-ALR-MENSAJE
	       STRING "EMPLEADOS EXCLUIDOS DE LA PTU: "
		   DELIMITED BY SIZE
		   EXCLUIDOS-ED DELIMITED BY SIZE
		   INTO W-ALR-MENSAJE
	       END-STRING
	       CALL "ALERTA" USING W-ALR-PROGRAMA W-ALR-SEVERIDAD
		   W-ALR-LLAVE W-ALR-MENSAJE
	   END-IF
	   WRITE LINEA FROM LINEA-R3
	   MOVE MONTO-DIAS TO MONTO-DIAS-PF
	   MOVE TOTAL-DIAS TO TOTAL-DIAS-PF
	   WRITE LINEA FROM LINEA-PTU-FAC1
	   MOVE MONTO-SUELDOS TO MONTO-SUELDOS-PF
	   MOVE TOTAL-SUELDOS TO TOTAL-SUELDOS-PF
	   WRITE LINEA FROM LINEA-PTU-FAC2
	   MOVE FACTOR-DIAS TO FACTOR-DIAS-PF
	   MOVE FACTOR-SUELDO TO FACTOR-SUELDO-PF
	   WRITE LINEA FROM LINEA-PTU-FAC3
	   WRITE LINEA FROM LINEA-R3
	   PERFORM VARYING I-DEPTO FROM 1 BY 1
		   UNTIL I-DEPTO > NUM-DEPTOS
	       MOVE TD-DEPTO(I-DEPTO) TO DEPTO-PD
	       MOVE TD-CUENTA(I-DEPTO) TO CUENTA-PD
	       MOVE TD-TOTAL(I-DEPTO) TO TOTAL-PD
	       WRITE LINEA FROM LINEA-PTU-DEP
	   END-PERFORM
	   MOVE TOTAL-PTU TO TOTAL-PT
	   WRITE LINEA FROM LINEA-PTU-TOT AFTER ADVANCING 2 LINES
	   MOVE REMANENTE TO REMANENTE-PT
	   MOVE TOPADOS TO TOPADOS-PT
	   WRITE LINEA FROM LINEA-PTU-REM
	   WRITE LINEA FROM LINEA-R3.

       600-ESCRIBE-RUNLOG.
	   MOVE "PTUCALC" TO RUNLOG-PROGRAMA
	   ACCEPT RUNLOG-FECHA FROM DATE
	   ACCEPT RUNLOG-HORA FROM TIME
	   MOVE RETURN-CODE TO W-RC-GUARDA
	   CALL "SESUSR" USING RUNLOG-USUARIO
	   MOVE W-RC-GUARDA TO RETURN-CODE
	   MOVE REG-LEIDOS TO RUNLOG-LEIDOS
	   MOVE PAGOS-EMITIDOS TO RUNLOG-ESCRITOS
	   OPEN EXTEND RUNLOG
	   IF RUNLOG-STATUS = "35"
	       OPEN OUTPUT RUNLOG
	   END-IF
	   WRITE REG-RUNLOG
	   CLOSE RUNLOG.
