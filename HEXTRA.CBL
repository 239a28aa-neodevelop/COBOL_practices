       IDENTIFICATION DIVISION.
       PROGRAM-ID. HEXTRA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT HRSEXT ASSIGN TO "HRSEXT"
	       FILE STATUS IS HRSEXT-STATUS.
	   SELECT ENTRADA ASSIGN TO "ENTRADA"
	       FILE STATUS IS ENTRADA-STATUS.
	   SELECT EMPMAST ASSIGN TO "EMPMAST"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS EMP-REC-ID
	       FILE STATUS IS EMPMAST-STATUS.
	   SELECT CONCAT ASSIGN TO "CONCEPTOS"
	       FILE STATUS IS CONCAT-STATUS.
	   SELECT MOVVAR ASSIGN TO "MOVVAR"
	       FILE STATUS IS MOVVAR-STATUS.
	   SELECT MOVTMP ASSIGN TO "MOVTMP"
	       FILE STATUS IS MOVTMP-STATUS.
	   SELECT HEXREP ASSIGN TO "HEXREP".
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD HRSEXT.
       COPY "HRSEXT.wks".
       FD ENTRADA.
       01 REGISTRO.
	   03 EMPLEADO-ID PIC X(08).
	   03 NOMBRE PIC X(30).
	   03 DEPTO  PIC X(15).
	   03 SUELDO PIC 9(05)V99.
	   03 SUELDO-X REDEFINES SUELDO PIC X(07).
	   03 PERIODO PIC 9(08).
	   03 PERIODO-X REDEFINES PERIODO PIC X(08).
       FD EMPMAST.
       COPY "EMPMAST.wks".
       FD CONCAT.
       COPY "CONCEPTO.wks".
       FD MOVVAR.
       COPY "MOVVAR.wks".
       FD MOVTMP.
       01 REG-MOVTMP PIC X(26).
       FD HEXREP.
       01 LINEA PIC X(80).
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 HRSEXT-STATUS PIC XX.
       01 ENTRADA-STATUS PIC XX.
       01 EMPMAST-STATUS PIC XX.
       01 CONCAT-STATUS PIC XX.
       01 MOVVAR-STATUS PIC XX.
       01 MOVTMP-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 SW PIC 9 VALUE ZEROS.
       01 SW-FIN PIC 9 VALUE ZEROS.
       01 W-CIA PIC X(3) VALUE SPACES.
       01 W-CIA-NOMBRE PIC X(30) VALUE SPACES.
       01 W-ARCHIVO PIC X(40) VALUE SPACES.
       01 PARM-PERIODO PIC X(08) VALUE SPACES.
       01 PERIODO-RPT PIC 9(08) VALUE ZEROS.
       01 REG-LEIDOS PIC 9(07) VALUE ZEROS.
       01 REG-RECHAZADOS PIC 9(05) VALUE ZEROS.
       01 MOV-ESCRITOS PIC 9(05) VALUE ZEROS.
       01 MOV-REEMPLAZADOS PIC 9(05) VALUE ZEROS.
       01 W-MOTIVO PIC X(40) VALUE SPACES.
       01 W-PRM-CODIGO PIC X(12) VALUE SPACES.
       01 W-PRM-VALOR PIC 9(7)V99 VALUE ZEROS.
       01 W-PRM-ENC PIC 9 VALUE ZEROS.
       01 UMA-DIARIO PIC 9(05)V99 VALUE 113.14.
       01 SAL-MINIMO PIC 9(05)V99 VALUE 278.80.
       01 PCT-PDOM PIC 9(03)V99 VALUE 25.
       01 HORAS-DOBLES PIC 99V99 VALUE 9.
       01 UMAS-EXENTAS PIC 99 VALUE 5.
       01 CON-HE-DOBLE PIC X(3) VALUE "HE2".
       01 CON-HE-EXENTA PIC X(3) VALUE "HX2".
       01 CON-HE-TRIPLE PIC X(3) VALUE "HE3".
       01 CON-PD-GRAVADA PIC X(3) VALUE "PDG".
       01 CON-PD-EXENTA PIC X(3) VALUE "PDE".
       01 W-DIAS-BASE PIC 99 VALUE ZEROS.
       01 W-SUELDO-DIA PIC 9(05)V9999 VALUE ZEROS.
       01 W-SUELDO-HORA PIC 9(05)V9999 VALUE ZEROS.
       01 W-HRS-DOBLES PIC 99V99 VALUE ZEROS.
       01 W-HRS-TRIPLES PIC 99V99 VALUE ZEROS.
       01 W-IMP-DOBLE PIC 9(05)V99 VALUE ZEROS.
       01 W-IMP-TRIPLE PIC 9(05)V99 VALUE ZEROS.
       01 W-EXE-DOBLE PIC 9(05)V99 VALUE ZEROS.
       01 W-TOPE PIC 9(05)V99 VALUE ZEROS.
       01 W-IMP-PD PIC 9(05)V99 VALUE ZEROS.
       01 W-EXE-PD PIC 9(05)V99 VALUE ZEROS.
       01 W-GRAVADO PIC 9(05)V99 VALUE ZEROS.
       01 W-EXENTO PIC 9(05)V99 VALUE ZEROS.
       01 TOTAL-GRAVADO PIC 9(08)V99 VALUE ZEROS.
       01 TOTAL-EXENTO PIC 9(08)V99 VALUE ZEROS.
       01 NUM-SUELDOS PIC 9(04) VALUE ZEROS.
       01 I-SDO PIC 9(04) VALUE ZEROS.
       01 IDX-SDO PIC 9(04) VALUE ZEROS.
       01 TABLA-SUELDOS.
	   03 TS-ENTRADA OCCURS 1000 TIMES.
	       05 TS-ID PIC X(08).
	       05 TS-PERIODO PIC 9(08).
	       05 TS-SUELDO PIC 9(05)V99.
       01 NUM-HEX PIC 9(04) VALUE ZEROS.
       01 I-HEX PIC 9(04) VALUE ZEROS.
       01 IDX-HEX PIC 9(04) VALUE ZEROS.
       01 SW-TABLA-LLENA PIC 9 VALUE ZEROS.
       01 TABLA-HEX.
	   03 TH-ENTRADA OCCURS 1000 TIMES.
	       05 TH-ID PIC X(08).
	       05 TH-PERIODO PIC 9(08).
	       05 TH-DOBLE PIC 9(05)V99.
	       05 TH-EXENTA PIC 9(05)V99.
	       05 TH-TRIPLE PIC 9(05)V99.
	       05 TH-PD-GRAV PIC 9(05)V99.
	       05 TH-PD-EXE PIC 9(05)V99.
       01 NUM-PERIODOS PIC 99 VALUE ZEROS.
       01 I-PER PIC 99 VALUE ZEROS.
       01 SW-PER-HEX PIC 9 VALUE ZEROS.
       01 TABLA-PERIODOS.
	   03 TP-PERIODO PIC 9(08) OCCURS 20 TIMES.
       01 NUM-CONCEPTOS PIC 999 VALUE ZEROS.
       01 I-CON PIC 999 VALUE ZEROS.
       01 SW-CONCEPTO PIC 9 VALUE ZEROS.
       01 W-CONCEPTO PIC X(3) VALUE SPACES.
       01 FALTAN-CONCEPTOS PIC 9 VALUE ZEROS.
       01 TABLA-CONCEPTOS.
	   03 TC-CODIGO PIC X(3) OCCURS 200 TIMES.
       01 W-ALR-PROGRAMA PIC X(10) VALUE "HEXTRA".
       01 W-ALR-SEVERIDAD PIC X VALUE "A".
       01 W-ALR-LLAVE PIC X(18) VALUE SPACES.
       01 W-ALR-MENSAJE PIC X(40) VALUE SPACES.
       01 RECHAZOS-ED PIC ZZZZ9.
       01 NUM-DEPTOS PIC 99 VALUE ZEROS.
       01 I-DEPTO PIC 99 VALUE ZEROS.
       01 IDX-DEPTO PIC 99 VALUE ZEROS.
       01 TABLA-DEPTOS.
	   03 TD-ENTRADA OCCURS 20 TIMES.
	       05 TD-DEPTO PIC X(15).
	       05 TD-HORAS PIC 9(05)V99.
	       05 TD-GRAVADO PIC 9(08)V99.
	       05 TD-EXENTO PIC 9(08)V99.
       01 LINEA-R3 PIC X(80) VALUE ALL "==".
       01 ENCABEZADO-HEX.
	   03 FILLER PIC X(15) VALUE SPACES.
	   03 FILLER PIC X(45) VALUE
	      "REGISTRO DE TIEMPO EXTRA Y PRIMA DOMINICAL".
       01 ENCABEZADO-HEX2.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 FILLER PIC X(09) VALUE "EMPL-ID".
	   03 FILLER PIC X(16) VALUE "NOMBRE".
	   03 FILLER PIC X(09) VALUE "SEMANA".
	   03 FILLER PIC X(06) VALUE "  DOB".
	   03 FILLER PIC X(06) VALUE "  TRI".
	   03 FILLER PIC X(03) VALUE " D".
	   03 FILLER PIC X(11) VALUE "   GRAVADO".
	   03 FILLER PIC X(11) VALUE "    EXENTO".
       01 LINEA-HEX.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 EMPLEADO-ID-H PIC X(08).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 NOMBRE-H PIC X(15).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 SEMANA-H PIC 9(08).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 DOBLES-H PIC Z9.99.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 TRIPLES-H PIC Z9.99.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 DOMINGOS-H PIC 9.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 GRAVADO-H PIC $(05)9.99.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 EXENTO-H PIC $(05)9.99.
       01 ENCABEZADO-REC.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(40) VALUE
	      "REGISTROS RECHAZADOS".
       01 LINEA-REC.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 EMPLEADO-ID-X PIC X(08).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 SEMANA-X PIC X(08).
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 MOTIVO-X PIC X(40).
       01 ENCABEZADO-DEP.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(40) VALUE
	      "TOTALES POR DEPARTAMENTO".
       01 LINEA-HEX-DEP.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 DEPTO-HD PIC X(15).
	   03 FILLER PIC X(08) VALUE "  HORAS ".
	   03 HORAS-HD PIC ZZZZ9.99.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 GRAVADO-HD PIC $(07)9.99.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 EXENTO-HD PIC $(07)9.99.
       01 LINEA-HEX-TOT.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(15) VALUE "TOTAL GENERAL".
	   03 FILLER PIC X(16) VALUE SPACES.
	   03 GRAVADO-HT PIC $(07)9.99.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 EXENTO-HT PIC $(07)9.99.
       01 LINEA-HEX-CTL.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(20) VALUE "MOVIMIENTOS MOVVAR: ".
	   03 ESCRITOS-HC PIC ZZZZ9.
	   03 FILLER PIC X(16) VALUE "  REEMPLAZADOS: ".
	   03 REEMPLAZADOS-HC PIC ZZZZ9.
	   03 FILLER PIC X(14) VALUE "  RECHAZADOS: ".
	   03 RECHAZADOS-HC PIC ZZZZ9.
       01 LINEA-SIN-CONCEPTO.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(30) VALUE "*** CONCEPTO NO CATALOGADO: ".
	   03 CONCEPTO-SC PIC X(03).
	   03 FILLER PIC X(30) VALUE " - EDITENT LO RECHAZARA ***".
       01 LINEA-TABLA-LLENA.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(55) VALUE
	      "*** TABLA DE EMPLEADOS LLENA - CALCULO INCOMPLETO ***".

       PROCEDURE DIVISION.
       000-INICIO.
	   MOVE ZEROS TO RETURN-CODE
	   CALL "SETCIA" USING W-CIA W-CIA-NOMBRE
	   PERFORM 010-ASIGNA-ARCHIVOS
	   ACCEPT PARM-PERIODO FROM COMMAND-LINE
	   IF PARM-PERIODO NUMERIC
	       MOVE PARM-PERIODO TO PERIODO-RPT
	   END-IF
	   OPEN INPUT HRSEXT
	   IF HRSEXT-STATUS NOT = "00"
	       DISPLAY "HEXTRA: NO HAY ARCHIVO DE HORAS HRSEXT"
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	   END-IF
	   PERFORM 020-LEE-PARAMETROS
	   PERFORM 030-CARGA-SUELDOS
	   PERFORM 040-CARGA-CONCEPTOS
	   OPEN INPUT EMPMAST
	   OPEN OUTPUT HEXREP
	   WRITE LINEA FROM ENCABEZADO-HEX
	   WRITE LINEA FROM LINEA-R3
	   WRITE LINEA FROM ENCABEZADO-HEX2
	   PERFORM 100-LECTURA
	   PERFORM 200-PROCESO UNTIL SW = 1
	   CLOSE HRSEXT
	   PERFORM 400-ACTUALIZA-MOVVAR
	   PERFORM 500-FINAL
	   GOBACK.

       010-ASIGNA-ARCHIVOS.
	   MOVE SPACES TO W-ARCHIVO
	   STRING "HRSEXT." DELIMITED BY SIZE
	       W-CIA DELIMITED BY SPACE
	       INTO W-ARCHIVO
	   END-STRING
	   SET ENVIRONMENT "DD_HRSEXT" TO W-ARCHIVO
	   MOVE SPACES TO W-ARCHIVO
	   STRING "MOVVAR." DELIMITED BY SIZE
	       W-CIA DELIMITED BY SPACE
	       ".HEX" DELIMITED BY SIZE
	       INTO W-ARCHIVO
	   END-STRING
	   SET ENVIRONMENT "DD_MOVTMP" TO W-ARCHIVO.

       020-LEE-PARAMETROS.
	   MOVE "UMA-DIARIO" TO W-PRM-CODIGO
	   MOVE ZEROS TO W-PRM-ENC
	   CALL "PARAMGET" USING W-PRM-CODIGO W-PRM-VALOR W-PRM-ENC
	   IF W-PRM-ENC = 1 AND W-PRM-VALOR > ZEROS
	       MOVE W-PRM-VALOR TO UMA-DIARIO
	   END-IF
	   MOVE "SAL-MINIMO" TO W-PRM-CODIGO
	   MOVE ZEROS TO W-PRM-ENC
	   CALL "PARAMGET" USING W-PRM-CODIGO W-PRM-VALOR W-PRM-ENC
	   IF W-PRM-ENC = 1 AND W-PRM-VALOR > ZEROS
	       MOVE W-PRM-VALOR TO SAL-MINIMO
	   END-IF
	   MOVE "PCT-PDOM" TO W-PRM-CODIGO
	   MOVE ZEROS TO W-PRM-ENC
	   CALL "PARAMGET" USING W-PRM-CODIGO W-PRM-VALOR W-PRM-ENC
	   IF W-PRM-ENC = 1 AND W-PRM-VALOR > ZEROS
	       MOVE W-PRM-VALOR TO PCT-PDOM
	   END-IF
	   MOVE "HEX-DOBLES" TO W-PRM-CODIGO
	   MOVE ZEROS TO W-PRM-ENC
	   CALL "PARAMGET" USING W-PRM-CODIGO W-PRM-VALOR W-PRM-ENC
	   IF W-PRM-ENC = 1 AND W-PRM-VALOR > ZEROS
	       MOVE W-PRM-VALOR TO HORAS-DOBLES
	   END-IF.

       030-CARGA-SUELDOS.
	   MOVE ZEROS TO NUM-SUELDOS
	   MOVE ZEROS TO SW-FIN
	   OPEN INPUT ENTRADA
	   IF ENTRADA-STATUS = "00"
	       PERFORM UNTIL SW-FIN = 1 OR NUM-SUELDOS = 1000
		   READ ENTRADA
		       AT END
			   MOVE 1 TO SW-FIN
		       NOT AT END
			   IF EMPLEADO-ID(1:3) NOT = "HDR"
				   AND EMPLEADO-ID(1:3) NOT = "TRL"
				   AND SUELDO-X NUMERIC
				   AND PERIODO-X NUMERIC
			       ADD 1 TO NUM-SUELDOS
			       MOVE EMPLEADO-ID TO TS-ID(NUM-SUELDOS)
			       MOVE PERIODO TO TS-PERIODO(NUM-SUELDOS)
			       MOVE SUELDO TO TS-SUELDO(NUM-SUELDOS)
			   END-IF
		   END-READ
	       END-PERFORM
	       CLOSE ENTRADA
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
			   DISPLAY "HEXTRA: CONCEPTOS EXCEDEN 200"
			   DISPLAY "HEXTRA: SE USAN LOS PRIMEROS 200"
		   END-READ
	       END-IF
	       CLOSE CONCAT
	   END-IF.

       100-LECTURA.
	   READ HRSEXT
	       AT END
		   MOVE 1 TO SW
	       NOT AT END
		   ADD 1 TO REG-LEIDOS
	   END-READ.

       200-PROCESO.
	   MOVE SPACES TO W-MOTIVO
	   IF HEX-PERIODO-X NOT NUMERIC OR HEX-HORAS-X NOT NUMERIC
		   OR HEX-DOMINGOS-X NOT NUMERIC
	       MOVE "PERIODO, HORAS O DOMINGOS NO NUMERICOS"
		   TO W-MOTIVO
	   END-IF
	   IF W-MOTIVO = SPACES
	       IF PERIODO-RPT = ZEROS OR HEX-PERIODO = PERIODO-RPT
		   PERFORM 205-VALIDA-Y-CALCULA
	       END-IF
	   END-IF
	   IF W-MOTIVO NOT = SPACES
	       PERFORM 350-RECHAZA
	   END-IF
	   PERFORM 100-LECTURA.

       205-VALIDA-Y-CALCULA.
	   IF W-MOTIVO = SPACES
	       MOVE HEX-EMPLEADO-ID TO EMP-REC-ID
	       READ EMPMAST
		   INVALID KEY
		       MOVE "EMPLEADO NO EXISTE EN EMPMAST" TO W-MOTIVO
		   NOT INVALID KEY
		       IF EMP-REC-ESTATUS = "I"
			   MOVE "EMPLEADO INACTIVO" TO W-MOTIVO
		       END-IF
	       END-READ
	   END-IF
	   IF W-MOTIVO = SPACES
	       PERFORM 210-BUSCA-SUELDO
	       IF IDX-SDO = ZEROS
		   MOVE "SIN SUELDO EN ENTRADA PARA EL PERIODO"
		       TO W-MOTIVO
	       END-IF
	   END-IF
	   IF W-MOTIVO = SPACES
	       PERFORM 300-CALCULA
	   END-IF.

       210-BUSCA-SUELDO.
	   MOVE ZEROS TO IDX-SDO
	   PERFORM VARYING I-SDO FROM 1 BY 1
		   UNTIL I-SDO > NUM-SUELDOS OR IDX-SDO > ZEROS
	       IF TS-ID(I-SDO) = HEX-EMPLEADO-ID
		       AND TS-PERIODO(I-SDO) = HEX-PERIODO
		   MOVE I-SDO TO IDX-SDO
	       END-IF
	   END-PERFORM.

       300-CALCULA.
	   IF HEX-PERIODO(7:2) = "00"
	       MOVE 30 TO W-DIAS-BASE
	   ELSE
	       MOVE 15 TO W-DIAS-BASE
	   END-IF
	   COMPUTE W-SUELDO-DIA ROUNDED =
	       TS-SUELDO(IDX-SDO) / W-DIAS-BASE
	   COMPUTE W-SUELDO-HORA ROUNDED = W-SUELDO-DIA / 8
	   IF HEX-HORAS > HORAS-DOBLES
	       MOVE HORAS-DOBLES TO W-HRS-DOBLES
	       COMPUTE W-HRS-TRIPLES = HEX-HORAS - HORAS-DOBLES
	   ELSE
	       MOVE HEX-HORAS TO W-HRS-DOBLES
	       MOVE ZEROS TO W-HRS-TRIPLES
	   END-IF
	   COMPUTE W-IMP-DOBLE ROUNDED =
	       W-HRS-DOBLES * W-SUELDO-HORA * 2
	   COMPUTE W-IMP-TRIPLE ROUNDED =
	       W-HRS-TRIPLES * W-SUELDO-HORA * 3
	   IF W-SUELDO-DIA NOT > SAL-MINIMO
	       MOVE W-IMP-DOBLE TO W-EXE-DOBLE
	   ELSE
	       COMPUTE W-EXE-DOBLE ROUNDED = W-IMP-DOBLE * 0.5
	       COMPUTE W-TOPE = UMA-DIARIO * UMAS-EXENTAS
	       IF W-EXE-DOBLE > W-TOPE
		   MOVE W-TOPE TO W-EXE-DOBLE
	       END-IF
	   END-IF
	   COMPUTE W-IMP-PD ROUNDED =
	       HEX-DOMINGOS * W-SUELDO-DIA * PCT-PDOM / 100
	   COMPUTE W-TOPE = HEX-DOMINGOS * UMA-DIARIO
	   IF W-IMP-PD > W-TOPE
	       MOVE W-TOPE TO W-EXE-PD
	   ELSE
	       MOVE W-IMP-PD TO W-EXE-PD
	   END-IF
	   COMPUTE W-GRAVADO = W-IMP-DOBLE - W-EXE-DOBLE
	       + W-IMP-TRIPLE + W-IMP-PD - W-EXE-PD
	   COMPUTE W-EXENTO = W-EXE-DOBLE + W-EXE-PD
	   PERFORM 310-ACUMULA-EMPLEADO
	   PERFORM 320-ACUMULA-DEPTO
	   PERFORM 330-REGISTRA-PERIODO
	   ADD W-GRAVADO TO TOTAL-GRAVADO
	   ADD W-EXENTO TO TOTAL-EXENTO
	   MOVE HEX-EMPLEADO-ID TO EMPLEADO-ID-H
	   MOVE EMP-REC-NOMBRE TO NOMBRE-H
	   MOVE HEX-SEMANA TO SEMANA-H
	   MOVE W-HRS-DOBLES TO DOBLES-H
	   MOVE W-HRS-TRIPLES TO TRIPLES-H
	   MOVE HEX-DOMINGOS TO DOMINGOS-H
	   MOVE W-GRAVADO TO GRAVADO-H
	   MOVE W-EXENTO TO EXENTO-H
	   WRITE LINEA FROM LINEA-HEX.

       310-ACUMULA-EMPLEADO.
	   MOVE ZEROS TO IDX-HEX
	   PERFORM VARYING I-HEX FROM 1 BY 1
		   UNTIL I-HEX > NUM-HEX OR IDX-HEX > ZEROS
	       IF TH-ID(I-HEX) = HEX-EMPLEADO-ID
		       AND TH-PERIODO(I-HEX) = HEX-PERIODO
		   MOVE I-HEX TO IDX-HEX
	       END-IF
	   END-PERFORM
	   IF IDX-HEX = ZEROS
	       IF NUM-HEX < 1000
		   ADD 1 TO NUM-HEX
		   MOVE NUM-HEX TO IDX-HEX
		   MOVE HEX-EMPLEADO-ID TO TH-ID(IDX-HEX)
		   MOVE HEX-PERIODO TO TH-PERIODO(IDX-HEX)
		   MOVE ZEROS TO TH-DOBLE(IDX-HEX)
		   MOVE ZEROS TO TH-EXENTA(IDX-HEX)
		   MOVE ZEROS TO TH-TRIPLE(IDX-HEX)
		   MOVE ZEROS TO TH-PD-GRAV(IDX-HEX)
		   MOVE ZEROS TO TH-PD-EXE(IDX-HEX)
	       ELSE
		   MOVE 1 TO SW-TABLA-LLENA
	       END-IF
	   END-IF
	   IF IDX-HEX > ZEROS
	       COMPUTE TH-DOBLE(IDX-HEX) = TH-DOBLE(IDX-HEX)
		   + W-IMP-DOBLE - W-EXE-DOBLE
	       ADD W-EXE-DOBLE TO TH-EXENTA(IDX-HEX)
	       ADD W-IMP-TRIPLE TO TH-TRIPLE(IDX-HEX)
	       COMPUTE TH-PD-GRAV(IDX-HEX) = TH-PD-GRAV(IDX-HEX)
		   + W-IMP-PD - W-EXE-PD
	       ADD W-EXE-PD TO TH-PD-EXE(IDX-HEX)
	   END-IF.

       320-ACUMULA-DEPTO.
	   MOVE ZEROS TO IDX-DEPTO
	   PERFORM VARYING I-DEPTO FROM 1 BY 1
		   UNTIL I-DEPTO > NUM-DEPTOS
	       IF TD-DEPTO(I-DEPTO) = EMP-REC-DEPTO
		   MOVE I-DEPTO TO IDX-DEPTO
	       END-IF
	   END-PERFORM
	   IF IDX-DEPTO = ZEROS AND NUM-DEPTOS < 20
	       ADD 1 TO NUM-DEPTOS
	       MOVE NUM-DEPTOS TO IDX-DEPTO
	       MOVE EMP-REC-DEPTO TO TD-DEPTO(IDX-DEPTO)
	       MOVE ZEROS TO TD-HORAS(IDX-DEPTO)
	       MOVE ZEROS TO TD-GRAVADO(IDX-DEPTO)
	       MOVE ZEROS TO TD-EXENTO(IDX-DEPTO)
	   END-IF
	   IF IDX-DEPTO > ZEROS
	       ADD HEX-HORAS TO TD-HORAS(IDX-DEPTO)
	       ADD W-GRAVADO TO TD-GRAVADO(IDX-DEPTO)
	       ADD W-EXENTO TO TD-EXENTO(IDX-DEPTO)
	   END-IF.

       330-REGISTRA-PERIODO.
	   MOVE ZEROS TO SW-PER-HEX
	   PERFORM VARYING I-PER FROM 1 BY 1
		   UNTIL I-PER > NUM-PERIODOS
	       IF TP-PERIODO(I-PER) = HEX-PERIODO
		   MOVE 1 TO SW-PER-HEX
	       END-IF
	   END-PERFORM
	   IF SW-PER-HEX = 0 AND NUM-PERIODOS < 20
	       ADD 1 TO NUM-PERIODOS
	       MOVE HEX-PERIODO TO TP-PERIODO(NUM-PERIODOS)
	   END-IF.

       350-RECHAZA.
	   ADD 1 TO REG-RECHAZADOS
	   IF REG-RECHAZADOS = 1
	       WRITE LINEA FROM LINEA-R3
	       WRITE LINEA FROM ENCABEZADO-REC
	   END-IF
	   MOVE HEX-EMPLEADO-ID TO EMPLEADO-ID-X
	   MOVE HEX-SEMANA-X TO SEMANA-X
	   MOVE W-MOTIVO TO MOTIVO-X
	   WRITE LINEA FROM LINEA-REC.

       400-ACTUALIZA-MOVVAR.
	   OPEN OUTPUT MOVTMP
	   MOVE ZEROS TO SW-FIN
	   OPEN INPUT MOVVAR
	   IF MOVVAR-STATUS = "00"
	       PERFORM UNTIL SW-FIN = 1
		   READ MOVVAR
		       AT END
			   MOVE 1 TO SW-FIN
		       NOT AT END
			   PERFORM 410-COPIA-MOVIMIENTO
		   END-READ
	       END-PERFORM
	       CLOSE MOVVAR
	   END-IF
	   CLOSE MOVTMP
	   OPEN OUTPUT MOVVAR
	   OPEN INPUT MOVTMP
	   MOVE ZEROS TO SW-FIN
	   PERFORM UNTIL SW-FIN = 1
	       READ MOVTMP
		   AT END
		       MOVE 1 TO SW-FIN
		   NOT AT END
		       WRITE REG-MOVVAR FROM REG-MOVTMP
	       END-READ
	   END-PERFORM
	   CLOSE MOVTMP
	   PERFORM 420-ESCRIBE-EMPLEADO
	       VARYING I-HEX FROM 1 BY 1 UNTIL I-HEX > NUM-HEX
	   CLOSE MOVVAR.

       410-COPIA-MOVIMIENTO.
	   MOVE ZEROS TO SW-PER-HEX
	   IF MOV-CONCEPTO = CON-HE-DOBLE OR CON-HE-EXENTA
		   OR CON-HE-TRIPLE OR CON-PD-GRAVADA OR CON-PD-EXENTA
	       PERFORM VARYING I-PER FROM 1 BY 1
		       UNTIL I-PER > NUM-PERIODOS
		   IF MOV-PERIODO-X NUMERIC
			   AND MOV-PERIODO = TP-PERIODO(I-PER)
		       MOVE 1 TO SW-PER-HEX
		   END-IF
	       END-PERFORM
	   END-IF
	   IF SW-PER-HEX = 1
	       ADD 1 TO MOV-REEMPLAZADOS
	   ELSE
	       WRITE REG-MOVTMP FROM REG-MOVVAR
	   END-IF.

       420-ESCRIBE-EMPLEADO.
	   MOVE TH-ID(I-HEX) TO MOV-EMPLEADO-ID
	   MOVE TH-PERIODO(I-HEX) TO MOV-PERIODO
	   MOVE CON-HE-DOBLE TO MOV-CONCEPTO
	   MOVE TH-DOBLE(I-HEX) TO MOV-IMPORTE
	   PERFORM 430-ESCRIBE-MOVIMIENTO
	   MOVE CON-HE-EXENTA TO MOV-CONCEPTO
	   MOVE TH-EXENTA(I-HEX) TO MOV-IMPORTE
	   PERFORM 430-ESCRIBE-MOVIMIENTO
	   MOVE CON-HE-TRIPLE TO MOV-CONCEPTO
	   MOVE TH-TRIPLE(I-HEX) TO MOV-IMPORTE
	   PERFORM 430-ESCRIBE-MOVIMIENTO
	   MOVE CON-PD-GRAVADA TO MOV-CONCEPTO
	   MOVE TH-PD-GRAV(I-HEX) TO MOV-IMPORTE
	   PERFORM 430-ESCRIBE-MOVIMIENTO
	   MOVE CON-PD-EXENTA TO MOV-CONCEPTO
	   MOVE TH-PD-EXE(I-HEX) TO MOV-IMPORTE
	   PERFORM 430-ESCRIBE-MOVIMIENTO.

       430-ESCRIBE-MOVIMIENTO.
	   IF MOV-IMPORTE > ZEROS
	       WRITE REG-MOVVAR
	       ADD 1 TO MOV-ESCRITOS
	   END-IF.

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
	   WRITE LINEA FROM ENCABEZADO-DEP
	   PERFORM VARYING I-DEPTO FROM 1 BY 1
		   UNTIL I-DEPTO > NUM-DEPTOS
	       MOVE TD-DEPTO(I-DEPTO) TO DEPTO-HD
	       MOVE TD-HORAS(I-DEPTO) TO HORAS-HD
	       MOVE TD-GRAVADO(I-DEPTO) TO GRAVADO-HD
	       MOVE TD-EXENTO(I-DEPTO) TO EXENTO-HD
	       WRITE LINEA FROM LINEA-HEX-DEP
	   END-PERFORM
	   MOVE TOTAL-GRAVADO TO GRAVADO-HT
	   MOVE TOTAL-EXENTO TO EXENTO-HT
	   WRITE LINEA FROM LINEA-HEX-TOT
	   WRITE LINEA FROM LINEA-R3
	   MOVE MOV-ESCRITOS TO ESCRITOS-HC
	   MOVE MOV-REEMPLAZADOS TO REEMPLAZADOS-HC
	   MOVE REG-RECHAZADOS TO RECHAZADOS-HC
	   WRITE LINEA FROM LINEA-HEX-CTL
	   IF SW-TABLA-LLENA = 1
	       WRITE LINEA FROM LINEA-TABLA-LLENA
	       MOVE 8 TO RETURN-CODE
	   END-IF
	   IF MOV-ESCRITOS > ZEROS
	       MOVE CON-HE-DOBLE TO W-CONCEPTO
	       PERFORM 450-VERIFICA-CONCEPTO
	       MOVE CON-HE-EXENTA TO W-CONCEPTO
	       PERFORM 450-VERIFICA-CONCEPTO
	       MOVE CON-HE-TRIPLE TO W-CONCEPTO
	       PERFORM 450-VERIFICA-CONCEPTO
	       MOVE CON-PD-GRAVADA TO W-CONCEPTO
	       PERFORM 450-VERIFICA-CONCEPTO
	       MOVE CON-PD-EXENTA TO W-CONCEPTO
	       PERFORM 450-VERIFICA-CONCEPTO
	   END-IF
	   IF (REG-RECHAZADOS > ZEROS OR FALTAN-CONCEPTOS = 1)
		   AND RETURN-CODE < 4
	       MOVE 4 TO RETURN-CODE
	   END-IF
	   IF REG-RECHAZADOS > ZEROS
	       MOVE "HRSEXT" TO W-ALR-LLAVE
	       MOVE REG-RECHAZADOS TO RECHAZOS-ED
	       MOVE SPACES TO W-ALR-MENSAJE
	       STRING "HORAS EXTRA RECHAZADAS: " DELIMITED BY SIZE
		   RECHAZOS-ED DELIMITED BY SIZE
		   INTO W-ALR-MENSAJE
	       END-STRING
	       CALL "ALERTA" USING W-ALR-PROGRAMA W-ALR-SEVERIDAD
		   W-ALR-LLAVE W-ALR-MENSAJE
	   END-IF
	   PERFORM 600-ESCRIBE-RUNLOG
	   CLOSE EMPMAST
	   CLOSE HEXREP.

       600-ESCRIBE-RUNLOG.
	   MOVE "HEXTRA" TO RUNLOG-PROGRAMA
	   ACCEPT RUNLOG-FECHA FROM DATE
	   ACCEPT RUNLOG-HORA FROM TIME
	   MOVE RETURN-CODE TO W-RC-GUARDA
	   CALL "SESUSR" USING RUNLOG-USUARIO
	   MOVE W-RC-GUARDA TO RETURN-CODE
	   MOVE REG-LEIDOS TO RUNLOG-LEIDOS
	   MOVE MOV-ESCRITOS TO RUNLOG-ESCRITOS
	   OPEN EXTEND RUNLOG
	   IF RUNLOG-STATUS = "35"
	       OPEN OUTPUT RUNLOG
	   END-IF
	   WRITE REG-RUNLOG
	   CLOSE RUNLOG.
