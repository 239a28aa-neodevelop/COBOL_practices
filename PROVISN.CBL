       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVISN.
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
	   SELECT HISTNOM ASSIGN TO "HISTNOM"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS HIS-LLAVE
	       FILE STATUS IS HISTNOM-STATUS.
	   SELECT SALMAST ASSIGN TO "SALMAST"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS SAL-REC-LLAVE
	       FILE STATUS IS SALMAST-STATUS.
	   SELECT VACSALDO ASSIGN TO "VACSALDO"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS VAC-REC-ID
	       FILE STATUS IS VACSALDO-STATUS.
	   SELECT CTACAT ASSIGN TO "CTACAT"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS CTA-REC-LLAVE
	       FILE STATUS IS CTACAT-STATUS.
	   SELECT DEPCAT ASSIGN TO "DEPCAT"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS SEQUENTIAL
	       RECORD KEY IS DEP-REC-CODIGO
	       FILE STATUS IS DEPCAT-STATUS.
	   SELECT PERCTL ASSIGN TO "PERIODO.CTL"
	       FILE STATUS IS PERCTL-STATUS.
	   SELECT PROVCTL ASSIGN TO "PROVCTL"
	       FILE STATUS IS PROVCTL-STATUS.
	   SELECT POLPROV ASSIGN TO "POLPROV".
	   SELECT PROVREP ASSIGN TO "PROVREP".
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EMPMAST.
       COPY "EMPMAST.wks".
       FD HISTNOM.
       COPY "HISTNOM.wks".
       FD SALMAST.
       COPY "SALMAST.wks".
       FD VACSALDO.
       COPY "VACSALDO.wks".
       FD CTACAT.
       COPY "CTACAT.wks".
       FD DEPCAT.
       COPY "DEPCAT.wks".
       FD PERCTL.
       01 REG-PERCTL.
	   03 PERCTL-PERIODO PIC 9(8).
       FD PROVCTL.
       01 REG-PROVCTL.
	   03 PRV-MES PIC 9(6).
	   03 PRV-DEPTO PIC X(15).
	   03 PRV-CCOSTO PIC X(6).
	   03 PRV-CONCEPTO PIC X(3).
	   03 PRV-NATURALEZA PIC X.
	   03 PRV-CUENTA PIC X(10).
	   03 PRV-IMPORTE PIC 9(9)V99.
       FD POLPROV.
       01 REG-POLIZA.
	   03 POL-CIA PIC X(3).
	   03 POL-PERIODO PIC 9(8).
	   03 POL-CUENTA PIC X(10).
	   03 POL-NATURALEZA PIC X.
	   03 POL-IMPORTE PIC 9(9)V99.
	   03 POL-DEPTO PIC X(15).
	   03 POL-CONCEPTO PIC X(3).
	   03 POL-CCOSTO PIC X(6).
	   03 POL-MOVTO PIC X.
       FD PROVREP.
       01 LINEA PIC X(80).
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 EMPMAST-STATUS PIC XX.
       01 HISTNOM-STATUS PIC XX.
       01 SALMAST-STATUS PIC XX.
       01 VACSALDO-STATUS PIC XX.
       01 CTACAT-STATUS PIC XX.
       01 DEPCAT-STATUS PIC XX.
       01 PERCTL-STATUS PIC XX.
       01 PROVCTL-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 SW PIC 9 VALUE ZEROS.
       01 SW-HISTNOM PIC 9 VALUE ZEROS.
       01 SW-SALMAST PIC 9 VALUE ZEROS.
       01 SW-VACSALDO PIC 9 VALUE ZEROS.
       01 SW-CTACAT PIC 9 VALUE ZEROS.
       01 SW-FIN-LEC PIC 9 VALUE ZEROS.
       01 SW-SUELDO PIC 9 VALUE ZEROS.
       01 SW-EN-CIA PIC 9 VALUE ZEROS.
       01 W-CIA PIC X(3) VALUE SPACES.
       01 W-CIA-NOMBRE PIC X(30) VALUE SPACES.
       01 PARM-MES PIC X(08) VALUE SPACES.
       01 W-PERIODO PIC 9(08) VALUE ZEROS.
       01 W-PERIODO-R REDEFINES W-PERIODO.
	   03 W-PER-ANO PIC 9(4).
	   03 W-PER-MES PIC 99.
	   03 W-PER-QNA PIC 99.
       01 W-MES PIC 9(06) VALUE ZEROS.
       01 W-MES-ANT PIC 9(06) VALUE ZEROS.
       01 W-PERIODO-POL PIC 9(08) VALUE ZEROS.
       01 W-PERIODO-TOPE PIC 9(08) VALUE ZEROS.
       01 W-FECHA-CORTE PIC 9(08) VALUE ZEROS.
       01 W-DIAS-PER PIC 99 VALUE 15.
       01 W-DIAS-HIS PIC 99 VALUE 15.
       01 DIAS-AGUINALDO PIC 99 VALUE 15.
       01 PCT-PRIMA PIC 999V99 VALUE 25.
       01 W-PRM-CODIGO PIC X(12) VALUE SPACES.
       01 W-PRM-VALOR PIC 9(7)V99 VALUE ZEROS.
       01 W-PRM-ENC PIC 9 VALUE ZEROS.
       01 W-AA PIC 99 VALUE ZEROS.
       01 W-ALTA-ANO PIC 9(04) VALUE ZEROS.
       01 W-ALTA-MES PIC 99 VALUE ZEROS.
       01 W-ALTA-DIA PIC 99 VALUE ZEROS.
       01 DIAS-TRAB PIC S9(3) VALUE ZEROS.
       01 W-SUELDO PIC 9(05)V99 VALUE ZEROS.
       01 W-DIARIO PIC 9(05)V9999 VALUE ZEROS.
       01 W-DIAS-VAC PIC 9(03) VALUE ZEROS.
       01 W-AGUINALDO PIC 9(07)V99 VALUE ZEROS.
       01 W-VACACIONES PIC 9(07)V99 VALUE ZEROS.
       01 W-PRIMA PIC 9(07)V99 VALUE ZEROS.
       01 W-CCOSTO PIC X(06) VALUE SPACES.
       01 W-DEPTO PIC X(15) VALUE SPACES.
       01 W-CONCEPTO PIC X(03) VALUE SPACES.
       01 W-NATURALEZA PIC X VALUE SPACES.
       01 W-IMPORTE PIC 9(09)V99 VALUE ZEROS.
       01 W-CUENTA PIC X(10) VALUE SPACES.
       01 EMP-LEIDOS PIC 9(07) VALUE ZEROS.
       01 EMP-PROVISIONADOS PIC 9(07) VALUE ZEROS.
       01 REG-ESCRITOS PIC 9(07) VALUE ZEROS.
       01 SIN-SUELDO PIC 9(05) VALUE ZEROS.
       01 REG-OTRA-CIA PIC 9(05) VALUE ZEROS.
       01 SIN-CUENTA PIC 9(04) VALUE ZEROS.
       01 NUM-CATDEP PIC 99 VALUE ZEROS.
       01 I-CATDEP PIC 99 VALUE ZEROS.
       01 TABLA-CATDEP.
	   03 TCD-ENTRADA OCCURS 20 TIMES.
	       05 TCD-NOMBRE PIC X(15).
	       05 TCD-CCOSTO PIC X(6).
       01 NUM-POL PIC 9(03) VALUE ZEROS.
       01 I-POL PIC 9(03) VALUE ZEROS.
       01 IDX-POL PIC 9(03) VALUE ZEROS.
       01 SW-POL-LLENA PIC 9 VALUE ZEROS.
       01 TABLA-POLIZA.
	   03 TP-ENTRADA OCCURS 200 TIMES.
	       05 TP-DEPTO PIC X(15).
	       05 TP-CCOSTO PIC X(6).
	       05 TP-CONCEPTO PIC X(3).
	       05 TP-NATURALEZA PIC X.
	       05 TP-CUENTA PIC X(10).
	       05 TP-IMPORTE PIC 9(09)V99.
       01 NUM-REV PIC 9(03) VALUE ZEROS.
       01 I-REV PIC 9(03) VALUE ZEROS.
       01 TABLA-REVERSA.
	   03 TR-ENTRADA OCCURS 200 TIMES.
	       05 TR-DEPTO PIC X(15).
	       05 TR-CCOSTO PIC X(6).
	       05 TR-CONCEPTO PIC X(3).
	       05 TR-NATURALEZA PIC X.
	       05 TR-CUENTA PIC X(10).
	       05 TR-IMPORTE PIC 9(09)V99.
       01 TOTAL-AGUINALDO PIC 9(10)V99 VALUE ZEROS.
       01 TOTAL-VACACIONES PIC 9(10)V99 VALUE ZEROS.
       01 TOTAL-PRIMA PIC 9(10)V99 VALUE ZEROS.
       01 TOTAL-CARGOS PIC 9(10)V99 VALUE ZEROS.
       01 TOTAL-ABONOS PIC 9(10)V99 VALUE ZEROS.
       01 LINEA-R3 PIC X(80) VALUE ALL "==".
       01 ENCABEZADO-PRV.
	   03 FILLER PIC X(10) VALUE SPACES.
	   03 FILLER PIC X(40) VALUE
	      "PROVISION DE PASIVOS LABORALES  MES:   ".
	   03 MES-E PIC 9(06).
       01 ENCABEZADO-PRV2.
	   03 FILLER PIC X(10) VALUE SPACES.
	   03 FILLER PIC X(22) VALUE "DIAS AGUINALDO:       ".
	   03 DIAS-AGU-E PIC Z9.
	   03 FILLER PIC X(20) VALUE "    PRIMA VACAC. %: ".
	   03 PCT-PRIMA-E PIC ZZ9.99.
       01 ENCABEZADO-DET.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 FILLER PIC X(09) VALUE "EMPL-ID".
	   03 FILLER PIC X(17) VALUE "NOMBRE".
	   03 FILLER PIC X(10) VALUE "    DIARIO".
	   03 FILLER PIC X(04) VALUE " DTR".
	   03 FILLER PIC X(11) VALUE "  AGUINALDO".
	   03 FILLER PIC X(04) VALUE " DVA".
	   03 FILLER PIC X(11) VALUE " VACACIONES".
	   03 FILLER PIC X(10) VALUE "     PRIMA".
       01 LINEA-DET.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 EMPLEADO-ID-D PIC X(08).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 NOMBRE-D PIC X(16).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 DIARIO-D PIC ZZ,ZZ9.99.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 DIAS-TRAB-D PIC ZZ9.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 AGUINALDO-D PIC ZZZ,ZZ9.99.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 DIAS-VAC-D PIC ZZ9.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 VACACIONES-D PIC ZZZ,ZZ9.99.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 PRIMA-D PIC ZZ,ZZ9.99.
       01 LINEA-SIN-SUELDO.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 EMPLEADO-ID-S PIC X(08).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 NOMBRE-S PIC X(16).
	   03 FILLER PIC X(40) VALUE
	      "  *** SIN SUELDO - NO SE PROVISIONA ***".
       01 LINEA-TOT-DET.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 FILLER PIC X(29) VALUE "TOTAL PROVISIONADO".
	   03 FILLER PIC X(06) VALUE SPACES.
	   03 AGUINALDO-T PIC ZZ,ZZZ,ZZ9.99.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 VACACIONES-T PIC ZZ,ZZZ,ZZ9.99.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 PRIMA-T PIC ZZ,ZZZ,ZZ9.99.
       01 LINEA-SECCION.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 SECCION-E PIC X(40).
	   03 SECCION-MES-E PIC 9(06) BLANK WHEN ZERO.
       01 ENCABEZADO-POL.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 FILLER PIC X(11) VALUE "CUENTA".
	   03 FILLER PIC X(16) VALUE "DEPARTAMENTO".
	   03 FILLER PIC X(07) VALUE "CCOSTO".
	   03 FILLER PIC X(05) VALUE "CONC.".
	   03 FILLER PIC X(13) VALUE "        CARGO".
	   03 FILLER PIC X(13) VALUE "        ABONO".
       01 LINEA-POL.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 CUENTA-P PIC X(10).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 DEPTO-P PIC X(15).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 CCOSTO-P PIC X(06).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 CONCEPTO-P PIC X(03).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 CARGO-P PIC $(08)9.99 BLANK WHEN ZERO.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 ABONO-P PIC $(08)9.99 BLANK WHEN ZERO.
       01 LINEA-TOT-POL.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 FILLER PIC X(38) VALUE "TOTALES".
	   03 CARGOS-T PIC $(08)9.99.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 ABONOS-T PIC $(08)9.99.
       01 LINEA-CUADRE.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 CUADRE-E PIC X(40).
       01 LINEA-TOTAL.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 TOTAL-NOMBRE-E PIC X(34).
	   03 TOTAL-CIFRA-E PIC ZZZ,ZZ9.
       01 LINEA-TABLA-LLENA.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(60) VALUE
	      "*** TABLA DE PARTIDAS LLENA - PROVISION INCOMPLETA ***".

       PROCEDURE DIVISION.
       000-INICIO.
	   MOVE ZEROS TO RETURN-CODE
	   CALL "SETCIA" USING W-CIA W-CIA-NOMBRE
	   PERFORM 010-LEE-PERIODO
	   IF W-MES = ZEROS
	       DISPLAY "PROVISN: NO HAY MES QUE PROVISIONAR"
	       MOVE 8 TO RETURN-CODE
	       PERFORM 600-ESCRIBE-RUNLOG
	       GOBACK
	   END-IF
	   OPEN INPUT EMPMAST
	   IF EMPMAST-STATUS NOT = "00"
	       DISPLAY "PROVISN: NO SE PUDO ABRIR EMPMAST "
		   EMPMAST-STATUS
	       MOVE 8 TO RETURN-CODE
	       PERFORM 600-ESCRIBE-RUNLOG
	       GOBACK
	   END-IF
	   PERFORM 020-PARAMETROS
	   PERFORM 030-ABRE-CONSULTAS
	   PERFORM 040-CARGA-DEPCAT
	   PERFORM 050-CARGA-ANTERIOR
	   OPEN OUTPUT POLPROV
	   OPEN OUTPUT PROVREP
	   MOVE W-MES TO MES-E
	   MOVE DIAS-AGUINALDO TO DIAS-AGU-E
	   MOVE PCT-PRIMA TO PCT-PRIMA-E
	   WRITE LINEA FROM ENCABEZADO-PRV
	   WRITE LINEA FROM ENCABEZADO-PRV2
	   WRITE LINEA FROM LINEA-R3
	   WRITE LINEA FROM ENCABEZADO-DET
	   WRITE LINEA FROM LINEA-R3
	   PERFORM 100-LECTURA
	   PERFORM 200-PROCESO UNTIL SW = 1
	   MOVE TOTAL-AGUINALDO TO AGUINALDO-T
	   MOVE TOTAL-VACACIONES TO VACACIONES-T
	   MOVE TOTAL-PRIMA TO PRIMA-T
	   WRITE LINEA FROM LINEA-R3
	   WRITE LINEA FROM LINEA-TOT-DET
	   PERFORM 400-EMITE-REVERSA
	   PERFORM 420-EMITE-PROVISION
	   PERFORM 500-CONTROL
	   PERFORM 550-GUARDA-PROVISION
	   PERFORM 600-ESCRIBE-RUNLOG
	   CLOSE EMPMAST
	   IF SW-HISTNOM = 1
	       CLOSE HISTNOM
	   END-IF
	   IF SW-SALMAST = 1
	       CLOSE SALMAST
	   END-IF
	   IF SW-VACSALDO = 1
	       CLOSE VACSALDO
	   END-IF
	   IF SW-CTACAT = 1
	       CLOSE CTACAT
	   END-IF
	   CLOSE POLPROV
	   CLOSE PROVREP
	   GOBACK.

       010-LEE-PERIODO.
	   MOVE ZEROS TO W-PERIODO
	   OPEN INPUT PERCTL
	   IF PERCTL-STATUS = "00"
	       READ PERCTL
		   AT END
		       MOVE ZEROS TO PERCTL-PERIODO
	       END-READ
	       CLOSE PERCTL
	       IF PERCTL-PERIODO NUMERIC
		   MOVE PERCTL-PERIODO TO W-PERIODO
	       END-IF
	   END-IF
	   IF W-PER-QNA = "00"
	       MOVE 30 TO W-DIAS-PER
	   ELSE
	       MOVE 15 TO W-DIAS-PER
	   END-IF
	   MOVE W-PERIODO(1:6) TO W-MES
	   ACCEPT PARM-MES FROM COMMAND-LINE
	   IF PARM-MES(1:6) NUMERIC
	       MOVE PARM-MES(1:6) TO W-MES
	   END-IF
	   IF W-MES NOT = ZEROS
	       MOVE W-MES TO W-PERIODO(1:6)
	       MOVE "00" TO W-PERIODO(7:2)
	       IF W-PER-MES < 1 OR W-PER-MES > 12
		   DISPLAY "PROVISN: MES INVALIDO " W-MES
		   MOVE ZEROS TO W-MES
	       END-IF
	   END-IF
	   COMPUTE W-PERIODO-POL = W-MES * 100
	   COMPUTE W-PERIODO-TOPE = W-MES * 100 + 99
	   COMPUTE W-FECHA-CORTE = W-MES * 100 + 31.

       020-PARAMETROS.
	   MOVE "DIAS-AGUINAL" TO W-PRM-CODIGO
	   MOVE ZEROS TO W-PRM-ENC
	   CALL "PARAMGET" USING W-PRM-CODIGO W-PRM-VALOR W-PRM-ENC
	   IF W-PRM-ENC = 1 AND W-PRM-VALOR > ZEROS
	       MOVE W-PRM-VALOR TO DIAS-AGUINALDO
	   END-IF
	   MOVE "PCT-PRIMAVAC" TO W-PRM-CODIGO
	   MOVE ZEROS TO W-PRM-ENC
	   CALL "PARAMGET" USING W-PRM-CODIGO W-PRM-VALOR W-PRM-ENC
	   IF W-PRM-ENC = 1 AND W-PRM-VALOR > ZEROS
	       MOVE W-PRM-VALOR TO PCT-PRIMA
	   END-IF.

       030-ABRE-CONSULTAS.
	   OPEN INPUT HISTNOM
	   IF HISTNOM-STATUS = "00"
	       MOVE 1 TO SW-HISTNOM
	   END-IF
	   OPEN INPUT SALMAST
	   IF SALMAST-STATUS = "00"
	       MOVE 1 TO SW-SALMAST
	   END-IF
	   OPEN INPUT VACSALDO
	   IF VACSALDO-STATUS = "00"
	       MOVE 1 TO SW-VACSALDO
	   ELSE
	       DISPLAY "PROVISN: SIN SALDOS DE VACACIONES "
		   VACSALDO-STATUS
	   END-IF
	   OPEN INPUT CTACAT
	   IF CTACAT-STATUS = "00"
	       MOVE 1 TO SW-CTACAT
	   END-IF.

       040-CARGA-DEPCAT.
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
		   END-READ
	       END-PERFORM
	       CLOSE DEPCAT
	   END-IF.

       050-CARGA-ANTERIOR.
	   MOVE ZEROS TO NUM-REV
	   MOVE ZEROS TO W-MES-ANT
	   MOVE ZEROS TO SW-FIN-LEC
	   OPEN INPUT PROVCTL
	   IF PROVCTL-STATUS NOT = "00"
	       MOVE 1 TO SW-FIN-LEC
	   END-IF
	   PERFORM UNTIL SW-FIN-LEC = 1
	       READ PROVCTL
		   AT END
		       MOVE 1 TO SW-FIN-LEC
		   NOT AT END
		       IF PRV-MES < W-MES
			   PERFORM 060-GUARDA-ANTERIOR
		       END-IF
	       END-READ
	   END-PERFORM
	   IF PROVCTL-STATUS NOT = "35"
	       CLOSE PROVCTL
	   END-IF.

       060-GUARDA-ANTERIOR.
	   IF PRV-MES > W-MES-ANT
	       MOVE PRV-MES TO W-MES-ANT
	       MOVE ZEROS TO NUM-REV
	   END-IF
	   IF PRV-MES = W-MES-ANT AND NUM-REV < 200
	       ADD 1 TO NUM-REV
	       MOVE PRV-DEPTO TO TR-DEPTO(NUM-REV)
	       MOVE PRV-CCOSTO TO TR-CCOSTO(NUM-REV)
	       MOVE PRV-CONCEPTO TO TR-CONCEPTO(NUM-REV)
	       MOVE PRV-NATURALEZA TO TR-NATURALEZA(NUM-REV)
	       MOVE PRV-CUENTA TO TR-CUENTA(NUM-REV)
	       MOVE PRV-IMPORTE TO TR-IMPORTE(NUM-REV)
	   END-IF.

       100-LECTURA.
	   READ EMPMAST NEXT
	       AT END
		   MOVE 1 TO SW
	       NOT AT END
		   ADD 1 TO EMP-LEIDOS
	   END-READ.

       200-PROCESO.
	   IF EMP-REC-ESTATUS NOT = "I"
	       PERFORM 210-VERIFICA-CIA
	       IF SW-EN-CIA = ZEROS
		   ADD 1 TO REG-OTRA-CIA
	       ELSE
		   PERFORM 300-CALCULA-EMPLEADO
	       END-IF
	   END-IF
	   PERFORM 100-LECTURA.

       210-VERIFICA-CIA.
	   MOVE 1 TO SW-EN-CIA
	   IF SW-SALMAST = 1
	       MOVE ZEROS TO SW-EN-CIA
	       MOVE EMP-REC-ID TO SAL-REC-ID
	       MOVE ZEROS TO SAL-REC-FECHA-VIG
	       START SALMAST KEY IS NOT LESS THAN SAL-REC-LLAVE
		   NOT INVALID KEY
		       READ SALMAST NEXT
			   NOT AT END
			       IF SAL-REC-ID = EMP-REC-ID
				   MOVE 1 TO SW-EN-CIA
			       END-IF
		       END-READ
	       END-START
	   END-IF.

       300-CALCULA-EMPLEADO.
	   PERFORM 310-DIAS-TRABAJADOS
	   PERFORM 320-SUELDO-VIGENTE
	   IF SW-SUELDO = ZEROS
	       ADD 1 TO SIN-SUELDO
	       MOVE EMP-REC-ID TO EMPLEADO-ID-S
	       MOVE EMP-REC-NOMBRE TO NOMBRE-S
	       WRITE LINEA FROM LINEA-SIN-SUELDO
	   ELSE
	       PERFORM 340-CALCULA-PASIVOS
	   END-IF.

       310-DIAS-TRABAJADOS.
	   COMPUTE DIAS-TRAB = W-PER-MES * 30
	   IF EMP-REC-FECHA-ALTA > ZEROS
	       MOVE EMP-REC-FECHA-ALTA(1:2) TO W-AA
	       COMPUTE W-ALTA-ANO = 2000 + W-AA
	       MOVE EMP-REC-FECHA-ALTA(3:2) TO W-ALTA-MES
	       MOVE EMP-REC-FECHA-ALTA(5:2) TO W-ALTA-DIA
	       IF W-ALTA-ANO = W-PER-ANO
		   COMPUTE DIAS-TRAB = (W-PER-MES - W-ALTA-MES) * 30
		       + 31 - W-ALTA-DIA
		   IF DIAS-TRAB > W-PER-MES * 30
		       COMPUTE DIAS-TRAB = W-PER-MES * 30
		   END-IF
		   IF DIAS-TRAB < ZEROS
		       MOVE ZEROS TO DIAS-TRAB
		   END-IF
	       END-IF
	       IF W-ALTA-ANO > W-PER-ANO
		   MOVE ZEROS TO DIAS-TRAB
	       END-IF
	   END-IF.

       320-SUELDO-VIGENTE.
	   MOVE ZEROS TO SW-SUELDO
	   MOVE ZEROS TO W-SUELDO
	   MOVE ZEROS TO W-DIARIO
	   IF SW-SALMAST = 1
	       PERFORM 325-BUSCA-SALMAST
	   END-IF
	   IF SW-SUELDO = 1
	       COMPUTE W-DIARIO ROUNDED = W-SUELDO / W-DIAS-PER
	   ELSE
	       IF SW-HISTNOM = 1
		   PERFORM 330-BUSCA-HISTNOM
	       END-IF
	       IF SW-SUELDO = 1
		   COMPUTE W-DIARIO ROUNDED = W-SUELDO / W-DIAS-HIS
	       END-IF
	   END-IF.

       325-BUSCA-SALMAST.
	   MOVE ZEROS TO SW-FIN-LEC
	   MOVE EMP-REC-ID TO SAL-REC-ID
	   MOVE ZEROS TO SAL-REC-FECHA-VIG
	   START SALMAST KEY IS NOT LESS THAN SAL-REC-LLAVE
	       INVALID KEY
		   MOVE 1 TO SW-FIN-LEC
	   END-START
	   PERFORM UNTIL SW-FIN-LEC = 1
	       READ SALMAST NEXT
		   AT END
		       MOVE 1 TO SW-FIN-LEC
		   NOT AT END
		       IF SAL-REC-ID NOT = EMP-REC-ID
			       OR SAL-REC-FECHA-VIG > W-FECHA-CORTE
			   MOVE 1 TO SW-FIN-LEC
		       ELSE
			   MOVE SAL-REC-SUELDO TO W-SUELDO
			   MOVE 1 TO SW-SUELDO
		       END-IF
	       END-READ
	   END-PERFORM.

       330-BUSCA-HISTNOM.
	   MOVE ZEROS TO SW-FIN-LEC
	   MOVE EMP-REC-ID TO HIS-EMPLEADO-ID
	   MOVE ZEROS TO HIS-PERIODO
	   START HISTNOM KEY IS NOT LESS THAN HIS-LLAVE
	       INVALID KEY
		   MOVE 1 TO SW-FIN-LEC
	   END-START
	   PERFORM UNTIL SW-FIN-LEC = 1
	       READ HISTNOM NEXT
		   AT END
		       MOVE 1 TO SW-FIN-LEC
		   NOT AT END
		       IF HIS-EMPLEADO-ID NOT = EMP-REC-ID
			       OR HIS-PERIODO > W-PERIODO-TOPE
			   MOVE 1 TO SW-FIN-LEC
		       ELSE
			   COMPUTE W-SUELDO = HIS-SUELDO
			       - HIS-VARIABLE + HIS-DESCUENTO
			   MOVE 1 TO SW-SUELDO
			   IF HIS-PERIODO(7:2) = "00"
			       MOVE 30 TO W-DIAS-HIS
			   ELSE
			       MOVE 15 TO W-DIAS-HIS
			   END-IF
		       END-IF
	       END-READ
	   END-PERFORM.

       340-CALCULA-PASIVOS.
	   MOVE ZEROS TO W-DIAS-VAC
	   IF SW-VACSALDO = 1
	       MOVE EMP-REC-ID TO VAC-REC-ID
	       READ VACSALDO
		   INVALID KEY
		       MOVE ZEROS TO W-DIAS-VAC
		   NOT INVALID KEY
		       MOVE VAC-REC-SALDO TO W-DIAS-VAC
	       END-READ
	   END-IF
	   COMPUTE W-AGUINALDO ROUNDED = W-DIARIO * DIAS-AGUINALDO
	       * DIAS-TRAB / 360
	   COMPUTE W-VACACIONES ROUNDED = W-DIARIO * W-DIAS-VAC
	   COMPUTE W-PRIMA ROUNDED = W-VACACIONES * PCT-PRIMA / 100
	   ADD 1 TO EMP-PROVISIONADOS
	   ADD W-AGUINALDO TO TOTAL-AGUINALDO
	   ADD W-VACACIONES TO TOTAL-VACACIONES
	   ADD W-PRIMA TO TOTAL-PRIMA
	   MOVE EMP-REC-ID TO EMPLEADO-ID-D
	   MOVE EMP-REC-NOMBRE TO NOMBRE-D
	   MOVE W-DIARIO TO DIARIO-D
	   MOVE DIAS-TRAB TO DIAS-TRAB-D
	   MOVE W-AGUINALDO TO AGUINALDO-D
	   MOVE W-DIAS-VAC TO DIAS-VAC-D
	   MOVE W-VACACIONES TO VACACIONES-D
	   MOVE W-PRIMA TO PRIMA-D
	   WRITE LINEA FROM LINEA-DET
	   PERFORM 345-BUSCA-CCOSTO
	   MOVE EMP-REC-DEPTO TO W-DEPTO
	   MOVE W-AGUINALDO TO W-IMPORTE
	   MOVE "GAG" TO W-CONCEPTO
	   MOVE "D" TO W-NATURALEZA
	   PERFORM 350-SUMA-PARTIDA
	   MOVE "PAG" TO W-CONCEPTO
	   MOVE "A" TO W-NATURALEZA
	   PERFORM 350-SUMA-PARTIDA
	   MOVE W-VACACIONES TO W-IMPORTE
	   MOVE "GVA" TO W-CONCEPTO
	   MOVE "D" TO W-NATURALEZA
	   PERFORM 350-SUMA-PARTIDA
	   MOVE "PVA" TO W-CONCEPTO
	   MOVE "A" TO W-NATURALEZA
	   PERFORM 350-SUMA-PARTIDA
	   MOVE W-PRIMA TO W-IMPORTE
	   MOVE "GPV" TO W-CONCEPTO
	   MOVE "D" TO W-NATURALEZA
	   PERFORM 350-SUMA-PARTIDA
	   MOVE "PPV" TO W-CONCEPTO
	   MOVE "A" TO W-NATURALEZA
	   PERFORM 350-SUMA-PARTIDA.

       345-BUSCA-CCOSTO.
	   MOVE SPACES TO W-CCOSTO
	   PERFORM VARYING I-CATDEP FROM 1 BY 1
		   UNTIL I-CATDEP > NUM-CATDEP
	       IF TCD-NOMBRE(I-CATDEP) = EMP-REC-DEPTO
		   MOVE TCD-CCOSTO(I-CATDEP) TO W-CCOSTO
	       END-IF
	   END-PERFORM.

       350-SUMA-PARTIDA.
	   IF W-IMPORTE > ZEROS
	       MOVE ZEROS TO IDX-POL
	       PERFORM VARYING I-POL FROM 1 BY 1
		       UNTIL I-POL > NUM-POL
		   IF TP-DEPTO(I-POL) = W-DEPTO
			   AND TP-CCOSTO(I-POL) = W-CCOSTO
			   AND TP-CONCEPTO(I-POL) = W-CONCEPTO
			   AND TP-NATURALEZA(I-POL) = W-NATURALEZA
		       MOVE I-POL TO IDX-POL
		   END-IF
	       END-PERFORM
	       IF IDX-POL = ZEROS AND NUM-POL < 200
		   ADD 1 TO NUM-POL
		   MOVE W-DEPTO TO TP-DEPTO(NUM-POL)
		   MOVE W-CCOSTO TO TP-CCOSTO(NUM-POL)
		   MOVE W-CONCEPTO TO TP-CONCEPTO(NUM-POL)
		   MOVE W-NATURALEZA TO TP-NATURALEZA(NUM-POL)
		   MOVE ZEROS TO TP-IMPORTE(NUM-POL)
		   MOVE NUM-POL TO IDX-POL
	       END-IF
	       IF IDX-POL > ZEROS
		   ADD W-IMPORTE TO TP-IMPORTE(IDX-POL)
	       ELSE
		   MOVE 1 TO SW-POL-LLENA
	       END-IF
	   END-IF.

       400-EMITE-REVERSA.
	   WRITE LINEA FROM LINEA-R3
	   IF NUM-REV = ZEROS
	       MOVE "SIN PROVISION ANTERIOR QUE REVERTIR" TO SECCION-E
	       MOVE ZEROS TO SECCION-MES-E
	       WRITE LINEA FROM LINEA-SECCION
	   ELSE
	       MOVE "REVERSA DE LA PROVISION DEL MES       "
		   TO SECCION-E
	       MOVE W-MES-ANT TO SECCION-MES-E
	       WRITE LINEA FROM LINEA-SECCION
	       WRITE LINEA FROM ENCABEZADO-POL
	   END-IF
	   PERFORM VARYING I-REV FROM 1 BY 1 UNTIL I-REV > NUM-REV
	       MOVE TR-DEPTO(I-REV) TO POL-DEPTO
	       MOVE TR-CCOSTO(I-REV) TO POL-CCOSTO
	       MOVE TR-CONCEPTO(I-REV) TO POL-CONCEPTO
	       MOVE TR-CUENTA(I-REV) TO POL-CUENTA
	       MOVE TR-IMPORTE(I-REV) TO POL-IMPORTE
	       IF TR-NATURALEZA(I-REV) = "D"
		   MOVE "A" TO POL-NATURALEZA
	       ELSE
		   MOVE "D" TO POL-NATURALEZA
	       END-IF
	       MOVE "R" TO POL-MOVTO
	       PERFORM 460-ESCRIBE-PARTIDA
	   END-PERFORM.

       420-EMITE-PROVISION.
	   WRITE LINEA FROM LINEA-R3
	   MOVE "PROVISION DEL MES                     " TO SECCION-E
	   MOVE W-MES TO SECCION-MES-E
	   WRITE LINEA FROM LINEA-SECCION
	   WRITE LINEA FROM ENCABEZADO-POL
	   IF SW-POL-LLENA = 1
	       WRITE LINEA FROM LINEA-TABLA-LLENA
	   END-IF
	   PERFORM VARYING I-POL FROM 1 BY 1 UNTIL I-POL > NUM-POL
	       MOVE TP-DEPTO(I-POL) TO W-DEPTO
	       MOVE TP-CONCEPTO(I-POL) TO W-CONCEPTO
	       PERFORM 450-BUSCA-CUENTA
	       MOVE W-CUENTA TO TP-CUENTA(I-POL)
	       MOVE TP-DEPTO(I-POL) TO POL-DEPTO
	       MOVE TP-CCOSTO(I-POL) TO POL-CCOSTO
	       MOVE TP-CONCEPTO(I-POL) TO POL-CONCEPTO
	       MOVE TP-CUENTA(I-POL) TO POL-CUENTA
	       MOVE TP-IMPORTE(I-POL) TO POL-IMPORTE
	       MOVE TP-NATURALEZA(I-POL) TO POL-NATURALEZA
	       MOVE "P" TO POL-MOVTO
	       PERFORM 460-ESCRIBE-PARTIDA
	   END-PERFORM.

       450-BUSCA-CUENTA.
	   MOVE SPACES TO W-CUENTA
	   IF SW-CTACAT = 1
	       MOVE W-DEPTO TO CTA-REC-DEPTO
	       MOVE W-CONCEPTO TO CTA-REC-CONCEPTO
	       READ CTACAT
		   INVALID KEY
		       MOVE "*" TO CTA-REC-DEPTO
		       MOVE W-CONCEPTO TO CTA-REC-CONCEPTO
		       READ CTACAT
			   INVALID KEY
			       CONTINUE
			   NOT INVALID KEY
			       MOVE CTA-REC-CUENTA TO W-CUENTA
		       END-READ
		   NOT INVALID KEY
		       MOVE CTA-REC-CUENTA TO W-CUENTA
	       END-READ
	   END-IF
	   IF W-CUENTA = SPACES
	       MOVE "SIN-CUENTA" TO W-CUENTA
	       ADD 1 TO SIN-CUENTA
	   END-IF.

       460-ESCRIBE-PARTIDA.
	   MOVE W-CIA TO POL-CIA
	   MOVE W-PERIODO-POL TO POL-PERIODO
	   WRITE REG-POLIZA
	   ADD 1 TO REG-ESCRITOS
	   MOVE POL-CUENTA TO CUENTA-P
	   MOVE POL-DEPTO TO DEPTO-P
	   MOVE POL-CCOSTO TO CCOSTO-P
	   MOVE POL-CONCEPTO TO CONCEPTO-P
	   IF POL-NATURALEZA = "D"
	       MOVE POL-IMPORTE TO CARGO-P
	       MOVE ZEROS TO ABONO-P
	       ADD POL-IMPORTE TO TOTAL-CARGOS
	   ELSE
	       MOVE ZEROS TO CARGO-P
	       MOVE POL-IMPORTE TO ABONO-P
	       ADD POL-IMPORTE TO TOTAL-ABONOS
	   END-IF
	   WRITE LINEA FROM LINEA-POL.

       500-CONTROL.
	   MOVE TOTAL-CARGOS TO CARGOS-T
	   MOVE TOTAL-ABONOS TO ABONOS-T
	   WRITE LINEA FROM LINEA-R3
	   WRITE LINEA FROM LINEA-TOT-POL
	   IF TOTAL-CARGOS = TOTAL-ABONOS
	       MOVE "POLIZA CUADRADA - CARGOS = ABONOS"
		   TO CUADRE-E
	   ELSE
	       MOVE "*** POLIZA DESCUADRADA - REVISAR ***"
		   TO CUADRE-E
	       MOVE 8 TO RETURN-CODE
	   END-IF
	   WRITE LINEA FROM LINEA-CUADRE
	   MOVE "EMPLEADOS LEIDOS                 :" TO TOTAL-NOMBRE-E
	   MOVE EMP-LEIDOS TO TOTAL-CIFRA-E
	   WRITE LINEA FROM LINEA-TOTAL AFTER ADVANCING 2 LINES
	   MOVE "EMPLEADOS PROVISIONADOS          :" TO TOTAL-NOMBRE-E
	   MOVE EMP-PROVISIONADOS TO TOTAL-CIFRA-E
	   WRITE LINEA FROM LINEA-TOTAL
	   MOVE "SIN SUELDO (NO PROVISIONADOS)    :" TO TOTAL-NOMBRE-E
	   MOVE SIN-SUELDO TO TOTAL-CIFRA-E
	   WRITE LINEA FROM LINEA-TOTAL
	   MOVE "DE OTRA COMPANIA                 :" TO TOTAL-NOMBRE-E
	   MOVE REG-OTRA-CIA TO TOTAL-CIFRA-E
	   WRITE LINEA FROM LINEA-TOTAL
	   MOVE "PARTIDAS SIN CUENTA EN CATALOGO  :" TO TOTAL-NOMBRE-E
	   MOVE SIN-CUENTA TO TOTAL-CIFRA-E
	   WRITE LINEA FROM LINEA-TOTAL
	   MOVE "PARTIDAS EN POLIZA               :" TO TOTAL-NOMBRE-E
	   MOVE REG-ESCRITOS TO TOTAL-CIFRA-E
	   WRITE LINEA FROM LINEA-TOTAL
	   IF RETURN-CODE = ZEROS
	       IF SIN-CUENTA > ZEROS OR SIN-SUELDO > ZEROS
		       OR SW-POL-LLENA = 1
		   MOVE 4 TO RETURN-CODE
	       END-IF
	   END-IF
	   DISPLAY "PROVISN: PARTIDAS EN POLIZA " REG-ESCRITOS.

       550-GUARDA-PROVISION.
	   OPEN OUTPUT PROVCTL
	   PERFORM VARYING I-REV FROM 1 BY 1 UNTIL I-REV > NUM-REV
	       MOVE W-MES-ANT TO PRV-MES
	       MOVE TR-DEPTO(I-REV) TO PRV-DEPTO
	       MOVE TR-CCOSTO(I-REV) TO PRV-CCOSTO
	       MOVE TR-CONCEPTO(I-REV) TO PRV-CONCEPTO
	       MOVE TR-NATURALEZA(I-REV) TO PRV-NATURALEZA
	       MOVE TR-CUENTA(I-REV) TO PRV-CUENTA
	       MOVE TR-IMPORTE(I-REV) TO PRV-IMPORTE
	       WRITE REG-PROVCTL
	   END-PERFORM
	   PERFORM VARYING I-POL FROM 1 BY 1 UNTIL I-POL > NUM-POL
	       MOVE W-MES TO PRV-MES
	       MOVE TP-DEPTO(I-POL) TO PRV-DEPTO
	       MOVE TP-CCOSTO(I-POL) TO PRV-CCOSTO
	       MOVE TP-CONCEPTO(I-POL) TO PRV-CONCEPTO
	       MOVE TP-NATURALEZA(I-POL) TO PRV-NATURALEZA
	       MOVE TP-CUENTA(I-POL) TO PRV-CUENTA
	       MOVE TP-IMPORTE(I-POL) TO PRV-IMPORTE
	       WRITE REG-PROVCTL
	   END-PERFORM
	   CLOSE PROVCTL.

       600-ESCRIBE-RUNLOG.
	   MOVE "PROVISN" TO RUNLOG-PROGRAMA
	   ACCEPT RUNLOG-FECHA FROM DATE
	   ACCEPT RUNLOG-HORA FROM TIME
	   MOVE RETURN-CODE TO W-RC-GUARDA
	   CALL "SESUSR" USING RUNLOG-USUARIO
	   MOVE W-RC-GUARDA TO RETURN-CODE
	   MOVE EMP-LEIDOS TO RUNLOG-LEIDOS
	   MOVE REG-ESCRITOS TO RUNLOG-ESCRITOS
	   OPEN EXTEND RUNLOG
	   IF RUNLOG-STATUS = "35"
	       OPEN OUTPUT RUNLOG
	   END-IF
	   WRITE REG-RUNLOG
	   CLOSE RUNLOG.
