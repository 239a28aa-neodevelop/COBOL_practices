       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTGEN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT ENTRADA ASSIGN TO "ENTRADA"
	       FILE STATUS IS ENTRADA-STATUS.
	   SELECT ENTEXC ASSIGN TO "ENTEXC"
	       FILE STATUS IS ENTEXC-STATUS.
	   SELECT ENTGREP ASSIGN TO "ENTGREP".
	   SELECT PERCTL ASSIGN TO "PERIODO.CTL"
	       FILE STATUS IS PERCTL-STATUS.
	   SELECT SALMAST ASSIGN TO "SALMAST"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS SAL-REC-LLAVE
	       FILE STATUS IS SALMAST-STATUS.
	   SELECT EMPMAST ASSIGN TO "EMPMAST"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS EMP-REC-ID
	       FILE STATUS IS EMPMAST-STATUS.
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ENTRADA.
       01 REGISTRO.
	   03 EMPLEADO-ID PIC X(08).
	   03 NOMBRE PIC X(30).
	   03 DEPTO  PIC X(15).
	   03 SUELDO PIC 9(05)V99.
	   03 PERIODO PIC 9(08).
       01 REG-HDR.
	   03 HDR-TIPO PIC X(03).
	   03 HDR-ORIGEN PIC X(08).
	   03 HDR-FECHA-GEN PIC 9(06).
	   03 HDR-PERIODO PIC 9(08).
	   03 FILLER PIC X(43).
       01 REG-TRL.
	   03 TRL-TIPO PIC X(03).
	   03 TRL-CUENTA PIC 9(07).
	   03 TRL-HASH-SUELDO PIC 9(11)V99.
	   03 FILLER PIC X(45).
       FD ENTEXC.
       01 REG-EXC.
	   03 EXC-EMPLEADO-ID PIC X(08).
	   03 FILLER PIC X(60).
       FD ENTGREP.
       01 LINEA PIC X(80).
       FD PERCTL.
       01 REG-PERCTL.
	   03 PERCTL-PERIODO PIC 9(8).
       FD SALMAST.
       COPY "SALMAST.wks".
       FD EMPMAST.
       COPY "EMPMAST.wks".
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 ENTRADA-STATUS PIC XX.
       01 ENTEXC-STATUS PIC XX.
       01 PERCTL-STATUS PIC XX.
       01 SALMAST-STATUS PIC XX.
       01 EMPMAST-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 W-CIA PIC X(3) VALUE SPACES.
       01 W-CIA-NOMBRE PIC X(30) VALUE SPACES.
       01 W-FECHA-HOY PIC 9(06) VALUE ZEROS.
       01 W-PERIODO PIC 9(8) VALUE ZEROS.
       01 W-PERIODO-R REDEFINES W-PERIODO.
	   03 W-PER-ANO PIC 9(4).
	   03 W-PER-MES PIC 99.
	   03 W-PER-QNA PIC 99.
       01 W-DIA-INI PIC 99 VALUE ZEROS.
       01 W-DIA-FIN PIC 99 VALUE ZEROS.
       01 W-DIAS-PER PIC 99 VALUE ZEROS.
       01 W-FECHA-INI PIC 9(8) VALUE ZEROS.
       01 W-FECHA-CORTE PIC 9(8) VALUE ZEROS.
       01 W-ALTA PIC 9(8) VALUE ZEROS.
       01 W-ALTA-R REDEFINES W-ALTA.
	   03 W-ALTA-MES-ANO PIC 9(6).
	   03 W-ALTA-DIA PIC 99.
       01 W-BAJA PIC 9(8) VALUE ZEROS.
       01 W-BAJA-R REDEFINES W-BAJA.
	   03 W-BAJA-MES-ANO PIC 9(6).
	   03 W-BAJA-DIA PIC 99.
       01 W-PRIMER-DIA PIC 99 VALUE ZEROS.
       01 W-ULTIMO-DIA PIC 99 VALUE ZEROS.
       01 W-DIAS PIC 99 VALUE ZEROS.
       01 W-SUELDO-AUT PIC 9(5)V99 VALUE ZEROS.
       01 SW-EMP PIC 9 VALUE ZEROS.
       01 SW-FIN-SAL PIC 9 VALUE ZEROS.
       01 SW-SUELDO PIC 9 VALUE ZEROS.
       01 SW-EN-CIA PIC 9 VALUE ZEROS.
       01 SW-EN-PERIODO PIC 9 VALUE ZEROS.
       01 SW-FIN-EXC PIC 9 VALUE ZEROS.
       01 SW-TABLA-LLENA PIC 9 VALUE ZEROS.
       01 NUM-EXC PIC 9(4) VALUE ZEROS.
       01 I-EXC PIC 9(4) VALUE ZEROS.
       01 IDX-EXC PIC 9(4) VALUE ZEROS.
       01 TABLA-EXC.
	   03 TEX-ENTRADA OCCURS 1000 TIMES.
	       05 TEX-REGISTRO PIC X(68).
	       05 TEX-USADO PIC 9.
       01 EMP-LEIDOS PIC 9(7) VALUE ZEROS.
       01 REG-GENERADOS PIC 9(7) VALUE ZEROS.
       01 REG-PRORRATEADOS PIC 9(7) VALUE ZEROS.
       01 REG-EXCEPCIONES PIC 9(7) VALUE ZEROS.
       01 REG-SIN-SUELDO PIC 9(7) VALUE ZEROS.
       01 REG-OTRA-CIA PIC 9(7) VALUE ZEROS.
       01 REG-ESCRITOS PIC 9(7) VALUE ZEROS.
       01 HASH-SUELDO PIC 9(11)V99 VALUE ZEROS.
       01 LINEA-R3 PIC X(80) VALUE ALL "==".
       01 ENCABEZADO-GEN.
	   03 FILLER PIC X(16) VALUE SPACES.
	   03 FILLER PIC X(40)
	      VALUE "GENERACION DE ENTRADA - MAESTRO SUELDOS".
	   03 FILLER PIC X(09) VALUE " PERIODO ".
	   03 PERIODO-E PIC 9(08).
       01 ENCABEZADO-DET.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 FILLER PIC X(09) VALUE "EMPL-ID".
	   03 FILLER PIC X(31) VALUE "NOMBRE".
	   03 FILLER PIC X(05) VALUE "DIAS".
	   03 FILLER PIC X(11) VALUE "  SUELDO".
	   03 FILLER PIC X(22) VALUE "OBSERVACION".
       01 LINEA-DET.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 EMPLEADO-ID-D PIC X(08).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 NOMBRE-D PIC X(30).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 DIAS-D PIC Z9.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 SUELDO-D PIC ZZ,ZZ9.99.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 OBSERVA-D PIC X(23).
       01 LINEA-TOTAL.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 TOTAL-NOMBRE-E PIC X(28).
	   03 TOTAL-CIFRA-E PIC ZZZ,ZZ9.
       01 LINEA-HASH.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(28) VALUE "HASH DE SUELDOS           :".
	   03 HASH-E PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 LINEA-TABLA-LLENA.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(60) VALUE
	      "*** TABLA DE EXCEPCIONES LLENA - REVISE ENTEXC ***".

       PROCEDURE DIVISION.
       000-INICIO.
	   MOVE ZEROS TO RETURN-CODE
	   ACCEPT W-FECHA-HOY FROM DATE
	   CALL "SETCIA" USING W-CIA W-CIA-NOMBRE
	   PERFORM 010-LEE-PERIODO
	   IF W-PERIODO = ZEROS
	       DISPLAY "ENTGEN: FALTA PERIODO.CTL " PERCTL-STATUS
	       MOVE 8 TO RETURN-CODE
	       PERFORM 600-ESCRIBE-RUNLOG
	       GOBACK
	   END-IF
	   OPEN INPUT SALMAST
	   IF SALMAST-STATUS NOT = "00"
	       DISPLAY "ENTGEN: SIN MAESTRO DE SUELDOS "
		   SALMAST-STATUS
	       DISPLAY "ENTGEN: SE CONSERVA LA ENTRADA CAPTURADA"
	       MOVE 4 TO RETURN-CODE
	       PERFORM 600-ESCRIBE-RUNLOG
	       GOBACK
	   END-IF
	   OPEN INPUT EMPMAST
	   IF EMPMAST-STATUS NOT = "00"
	       DISPLAY "ENTGEN: NO SE PUDO ABRIR EMPMAST "
		   EMPMAST-STATUS
	       CLOSE SALMAST
	       MOVE 8 TO RETURN-CODE
	       PERFORM 600-ESCRIBE-RUNLOG
	       GOBACK
	   END-IF
	   PERFORM 020-VENTANA-PERIODO
	   PERFORM 050-CARGA-EXCEPCIONES
	   OPEN OUTPUT ENTRADA
	   OPEN OUTPUT ENTGREP
	   MOVE W-PERIODO TO PERIODO-E
	   WRITE LINEA FROM ENCABEZADO-GEN
	   WRITE LINEA FROM LINEA-R3
	   WRITE LINEA FROM ENCABEZADO-DET
	   WRITE LINEA FROM LINEA-R3
	   IF SW-TABLA-LLENA = 1
	       WRITE LINEA FROM LINEA-TABLA-LLENA
	   END-IF
	   MOVE SPACES TO REG-HDR
	   MOVE "HDR" TO HDR-TIPO
	   MOVE "ENTGEN" TO HDR-ORIGEN
	   MOVE W-FECHA-HOY TO HDR-FECHA-GEN
	   MOVE W-PERIODO TO HDR-PERIODO
	   WRITE REG-HDR
	   MOVE ZEROS TO SW-EMP
	   PERFORM 100-LEE-EMPLEADO
	   PERFORM 200-GENERA UNTIL SW-EMP = 1
	   PERFORM 400-EXCEPCIONES-SOLAS
	   PERFORM 500-FINAL
	   GOBACK.

       010-LEE-PERIODO.
	   MOVE ZEROS TO W-PERIODO
	   OPEN INPUT PERCTL
	   IF PERCTL-STATUS = "00"
	       READ PERCTL
		   AT END
		       MOVE ZEROS TO PERCTL-PERIODO
	       END-READ
	       MOVE PERCTL-PERIODO TO W-PERIODO
	       CLOSE PERCTL
	   END-IF.

       020-VENTANA-PERIODO.
	   EVALUATE W-PER-QNA
	       WHEN 01
		   MOVE 1 TO W-DIA-INI
		   MOVE 15 TO W-DIA-FIN
	       WHEN 02
		   MOVE 16 TO W-DIA-INI
		   MOVE 30 TO W-DIA-FIN
	       WHEN OTHER
		   MOVE 1 TO W-DIA-INI
		   MOVE 30 TO W-DIA-FIN
	   END-EVALUATE
	   COMPUTE W-DIAS-PER = W-DIA-FIN - W-DIA-INI + 1
	   COMPUTE W-FECHA-INI = W-PER-ANO * 10000 + W-PER-MES * 100
	       + W-DIA-INI
	   IF W-DIA-FIN = 30
	       COMPUTE W-FECHA-CORTE = W-PER-ANO * 10000
		   + W-PER-MES * 100 + 31
	   ELSE
	       COMPUTE W-FECHA-CORTE = W-PER-ANO * 10000
		   + W-PER-MES * 100 + W-DIA-FIN
	   END-IF.

       050-CARGA-EXCEPCIONES.
	   MOVE ZEROS TO NUM-EXC
	   MOVE ZEROS TO SW-TABLA-LLENA
	   OPEN INPUT ENTEXC
	   IF ENTEXC-STATUS = "00"
	       MOVE ZEROS TO SW-FIN-EXC
	       PERFORM UNTIL SW-FIN-EXC = 1
		   READ ENTEXC
		       AT END
			   MOVE 1 TO SW-FIN-EXC
		       NOT AT END
			   PERFORM 060-GUARDA-EXCEPCION
		   END-READ
	       END-PERFORM
	       CLOSE ENTEXC
	       DISPLAY "ENTGEN: EXCEPCIONES CAPTURADAS " NUM-EXC
	   END-IF.

       060-GUARDA-EXCEPCION.
	   IF EXC-EMPLEADO-ID(1:3) NOT = "HDR"
		   AND EXC-EMPLEADO-ID(1:3) NOT = "TRL"
	       IF NUM-EXC < 1000
		   ADD 1 TO NUM-EXC
		   MOVE REG-EXC TO TEX-REGISTRO(NUM-EXC)
		   MOVE ZEROS TO TEX-USADO(NUM-EXC)
	       ELSE
		   MOVE 1 TO SW-TABLA-LLENA
		   MOVE 4 TO RETURN-CODE
	       END-IF
	   END-IF.

       100-LEE-EMPLEADO.
	   READ EMPMAST NEXT
	       AT END
		   MOVE 1 TO SW-EMP
	       NOT AT END
		   ADD 1 TO EMP-LEIDOS
	   END-READ.

       200-GENERA.
	   PERFORM 210-BUSCA-EXCEPCION
	   IF IDX-EXC > ZEROS
	       MOVE 1 TO TEX-USADO(IDX-EXC)
	       MOVE TEX-REGISTRO(IDX-EXC) TO REGISTRO
	       PERFORM 450-ESCRIBE-ENTRADA
	       ADD 1 TO REG-EXCEPCIONES
	       MOVE ZEROS TO DIAS-D
	       MOVE "EXCEPCION CAPTURADA" TO OBSERVA-D
	       PERFORM 460-LINEA-DETALLE
	   ELSE
	       PERFORM 220-DIAS-EN-PERIODO
	       IF SW-EN-PERIODO = 1
		   PERFORM 300-BUSCA-SUELDO
		   IF SW-EN-CIA = 0
		       ADD 1 TO REG-OTRA-CIA
		   ELSE
		       PERFORM 250-GENERA-EMPLEADO
		   END-IF
	       END-IF
	   END-IF
	   PERFORM 100-LEE-EMPLEADO.

       210-BUSCA-EXCEPCION.
	   MOVE ZEROS TO IDX-EXC
	   PERFORM VARYING I-EXC FROM 1 BY 1
		   UNTIL I-EXC > NUM-EXC OR IDX-EXC > ZEROS
	       IF TEX-REGISTRO(I-EXC)(1:8) = EMP-REC-ID
		   MOVE I-EXC TO IDX-EXC
	       END-IF
	   END-PERFORM.

       220-DIAS-EN-PERIODO.
	   MOVE ZEROS TO SW-EN-PERIODO
	   MOVE ZEROS TO W-ALTA W-BAJA
	   IF EMP-REC-FECHA-ALTA > ZEROS
	       COMPUTE W-ALTA = EMP-REC-FECHA-ALTA + 20000000
	   END-IF
	   IF EMP-REC-ESTATUS = "I" AND EMP-REC-FECHA-BAJA > ZEROS
	       COMPUTE W-BAJA = EMP-REC-FECHA-BAJA + 20000000
	   END-IF
	   MOVE W-DIA-INI TO W-PRIMER-DIA
	   MOVE W-DIA-FIN TO W-ULTIMO-DIA
	   IF W-ALTA-MES-ANO = W-PERIODO(1:6)
		   AND W-ALTA-DIA > W-DIA-INI
	       MOVE W-ALTA-DIA TO W-PRIMER-DIA
	   END-IF
	   IF W-BAJA-MES-ANO = W-PERIODO(1:6)
		   AND W-BAJA-DIA < W-DIA-FIN
	       MOVE W-BAJA-DIA TO W-ULTIMO-DIA
	   END-IF
	   IF W-PRIMER-DIA > 30
	       MOVE 30 TO W-PRIMER-DIA
	   END-IF
	   IF EMP-REC-ESTATUS = "I" AND W-BAJA = ZEROS
	       CONTINUE
	   ELSE
	       IF W-ALTA <= W-FECHA-CORTE
		       AND (W-BAJA = ZEROS OR W-BAJA >= W-FECHA-INI)
		       AND W-PRIMER-DIA <= W-ULTIMO-DIA
		   MOVE 1 TO SW-EN-PERIODO
		   COMPUTE W-DIAS = W-ULTIMO-DIA - W-PRIMER-DIA + 1
	       END-IF
	   END-IF.

       250-GENERA-EMPLEADO.
	   IF SW-SUELDO = 0
	       ADD 1 TO REG-SIN-SUELDO
	       MOVE 4 TO RETURN-CODE
	       MOVE EMP-REC-ID TO EMPLEADO-ID
	       MOVE EMP-REC-NOMBRE TO NOMBRE
	       MOVE ZEROS TO SUELDO
	       MOVE W-DIAS TO DIAS-D
	       MOVE "SIN SUELDO AUTORIZADO" TO OBSERVA-D
	       PERFORM 460-LINEA-DETALLE
	   ELSE
	       MOVE SPACES TO REGISTRO
	       MOVE EMP-REC-ID TO EMPLEADO-ID
	       MOVE EMP-REC-NOMBRE TO NOMBRE
	       MOVE EMP-REC-DEPTO TO DEPTO
	       MOVE W-PERIODO TO PERIODO
	       IF W-DIAS < W-DIAS-PER
		   COMPUTE SUELDO ROUNDED =
		       W-SUELDO-AUT * W-DIAS / W-DIAS-PER
		   ADD 1 TO REG-PRORRATEADOS
		   MOVE W-DIAS TO DIAS-D
		   IF W-BAJA > ZEROS
		       MOVE "PRORRATEO POR BAJA" TO OBSERVA-D
		   ELSE
		       MOVE "PRORRATEO POR INGRESO" TO OBSERVA-D
		   END-IF
		   PERFORM 460-LINEA-DETALLE
	       ELSE
		   MOVE W-SUELDO-AUT TO SUELDO
	       END-IF
	       ADD 1 TO REG-GENERADOS
	       PERFORM 450-ESCRIBE-ENTRADA
	   END-IF.

       300-BUSCA-SUELDO.
	   MOVE ZEROS TO SW-SUELDO
	   MOVE ZEROS TO SW-EN-CIA
	   MOVE ZEROS TO W-SUELDO-AUT
	   MOVE ZEROS TO SW-FIN-SAL
	   MOVE EMP-REC-ID TO SAL-REC-ID
	   MOVE ZEROS TO SAL-REC-FECHA-VIG
	   START SALMAST KEY IS NOT LESS THAN SAL-REC-LLAVE
	       INVALID KEY
		   MOVE 1 TO SW-FIN-SAL
	   END-START
	   PERFORM UNTIL SW-FIN-SAL = 1
	       READ SALMAST NEXT
		   AT END
		       MOVE 1 TO SW-FIN-SAL
		   NOT AT END
		       IF SAL-REC-ID = EMP-REC-ID
			   MOVE 1 TO SW-EN-CIA
		       END-IF
		       IF SAL-REC-ID NOT = EMP-REC-ID
			       OR SAL-REC-FECHA-VIG > W-FECHA-CORTE
			   MOVE 1 TO SW-FIN-SAL
		       ELSE
			   MOVE SAL-REC-SUELDO TO W-SUELDO-AUT
			   MOVE 1 TO SW-SUELDO
		       END-IF
	       END-READ
	   END-PERFORM.

       400-EXCEPCIONES-SOLAS.
	   PERFORM VARYING I-EXC FROM 1 BY 1 UNTIL I-EXC > NUM-EXC
	       IF TEX-USADO(I-EXC) = 0
		   MOVE TEX-REGISTRO(I-EXC) TO REGISTRO
		   PERFORM 450-ESCRIBE-ENTRADA
		   ADD 1 TO REG-EXCEPCIONES
		   MOVE ZEROS TO DIAS-D
		   MOVE "EXCEPCION SIN MAESTRO" TO OBSERVA-D
		   PERFORM 460-LINEA-DETALLE
	       END-IF
	   END-PERFORM.

       450-ESCRIBE-ENTRADA.
	   WRITE REGISTRO
	   ADD 1 TO REG-ESCRITOS
	   IF SUELDO NUMERIC
	       ADD SUELDO TO HASH-SUELDO
	   END-IF.

       460-LINEA-DETALLE.
	   MOVE EMPLEADO-ID TO EMPLEADO-ID-D
	   MOVE NOMBRE TO NOMBRE-D
	   MOVE ZEROS TO SUELDO-D
	   IF SUELDO NUMERIC
	       MOVE SUELDO TO SUELDO-D
	   END-IF
	   WRITE LINEA FROM LINEA-DET.

       500-FINAL.
	   MOVE SPACES TO REG-TRL
	   MOVE "TRL" TO TRL-TIPO
	   MOVE REG-ESCRITOS TO TRL-CUENTA
	   MOVE HASH-SUELDO TO TRL-HASH-SUELDO
	   WRITE REG-TRL
	   WRITE LINEA FROM LINEA-R3
	   MOVE "EMPLEADOS LEIDOS         :" TO TOTAL-NOMBRE-E
	   MOVE EMP-LEIDOS TO TOTAL-CIFRA-E
	   WRITE LINEA FROM LINEA-TOTAL AFTER ADVANCING 2 LINES
	   MOVE "GENERADOS DEL MAESTRO    :" TO TOTAL-NOMBRE-E
	   MOVE REG-GENERADOS TO TOTAL-CIFRA-E
	   WRITE LINEA FROM LINEA-TOTAL
	   MOVE "  DE ELLOS PRORRATEADOS  :" TO TOTAL-NOMBRE-E
	   MOVE REG-PRORRATEADOS TO TOTAL-CIFRA-E
	   WRITE LINEA FROM LINEA-TOTAL
	   MOVE "EXCEPCIONES CAPTURADAS   :" TO TOTAL-NOMBRE-E
	   MOVE REG-EXCEPCIONES TO TOTAL-CIFRA-E
	   WRITE LINEA FROM LINEA-TOTAL
	   MOVE "SIN SUELDO AUTORIZADO    :" TO TOTAL-NOMBRE-E
	   MOVE REG-SIN-SUELDO TO TOTAL-CIFRA-E
	   WRITE LINEA FROM LINEA-TOTAL
	   MOVE "DE OTRA COMPANIA         :" TO TOTAL-NOMBRE-E
	   MOVE REG-OTRA-CIA TO TOTAL-CIFRA-E
	   WRITE LINEA FROM LINEA-TOTAL
	   MOVE "REGISTROS EN ENTRADA     :" TO TOTAL-NOMBRE-E
	   MOVE REG-ESCRITOS TO TOTAL-CIFRA-E
	   WRITE LINEA FROM LINEA-TOTAL
	   MOVE HASH-SUELDO TO HASH-E
	   WRITE LINEA FROM LINEA-HASH
	   DISPLAY "ENTGEN: REGISTROS GENERADOS " REG-ESCRITOS
	   IF REG-SIN-SUELDO > ZEROS
	       DISPLAY "ENTGEN: EMPLEADOS SIN SUELDO AUTORIZADO "
		   REG-SIN-SUELDO
	   END-IF
	   IF REG-ESCRITOS = ZEROS
	       MOVE 8 TO RETURN-CODE
	   END-IF
	   PERFORM 600-ESCRIBE-RUNLOG
	   CLOSE EMPMAST
	   CLOSE SALMAST
	   CLOSE ENTRADA
	   CLOSE ENTGREP.

       600-ESCRIBE-RUNLOG.
	   MOVE "ENTGEN" TO RUNLOG-PROGRAMA
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
