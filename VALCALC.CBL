       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALCALC.
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
	   SELECT VALTAB ASSIGN TO "VALTAB"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS VLT-LLAVE
	       FILE STATUS IS VALTAB-STATUS.
	   SELECT SALMAST ASSIGN TO "SALMAST"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS SAL-REC-LLAVE
	       FILE STATUS IS SALMAST-STATUS.
	   SELECT INCIDEN ASSIGN TO "INCIDEN"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS INC-LLAVE
	       FILE STATUS IS INCIDEN-STATUS.
	   SELECT CONCAT ASSIGN TO "CONCEPTOS"
	       FILE STATUS IS CONCAT-STATUS.
	   SELECT MOVVAR ASSIGN TO "MOVVAR"
	       FILE STATUS IS MOVVAR-STATUS.
	   SELECT MOVTMP ASSIGN TO "MOVTMP"
	       FILE STATUS IS MOVTMP-STATUS.
	   SELECT PERCTL ASSIGN TO "PERIODO.CTL"
	       FILE STATUS IS PERCTL-STATUS.
	   SELECT VALPED ASSIGN TO "VALPED"
	       ORGANIZATION IS LINE SEQUENTIAL.
	   SELECT VALREP ASSIGN TO "VALREP".
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EMPMAST.
       COPY "EMPMAST.wks".
       FD VALTAB.
       COPY "VALTAB.wks".
       FD SALMAST.
       COPY "SALMAST.wks".
       FD INCIDEN.
       COPY "INCIDEN.wks".
       FD CONCAT.
       COPY "CONCEPTO.wks".
       FD MOVVAR.
       COPY "MOVVAR.wks".
       FD MOVTMP.
       01 REG-MOVTMP PIC X(26).
       FD PERCTL.
       01 REG-PERCTL.
	   03 PERCTL-PERIODO PIC 9(8).
       FD VALPED.
       01 REG-VALPED.
	   03 VPD-TIPO PIC X.
	   03 VPD-EMPLEADO-ID PIC X(8).
	   03 VPD-NOMBRE PIC X(30).
	   03 VPD-IMPORTE PIC 9(7)V99.
	   03 VPD-PERIODO PIC 9(8).
       01 REG-VALPED-TRL.
	   03 VPT-TIPO PIC X.
	   03 VPT-CIA PIC X(3).
	   03 VPT-REGISTROS PIC 9(6).
	   03 VPT-TOTAL PIC 9(9)V99.
	   03 VPT-PERIODO PIC 9(8).
	   03 FILLER PIC X(27).
       FD VALREP.
       01 LINEA PIC X(80).
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 EMPMAST-STATUS PIC XX.
       01 VALTAB-STATUS PIC XX.
       01 SALMAST-STATUS PIC XX.
       01 INCIDEN-STATUS PIC XX.
       01 CONCAT-STATUS PIC XX.
       01 MOVVAR-STATUS PIC XX.
       01 MOVTMP-STATUS PIC XX.
       01 PERCTL-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 SW PIC 9 VALUE ZEROS.
       01 SW-FIN PIC 9 VALUE ZEROS.
       01 SW-SALMAST PIC 9 VALUE ZEROS.
       01 SW-INCIDEN PIC 9 VALUE ZEROS.
       01 SW-SUELDO PIC 9 VALUE ZEROS.
       01 SW-TABLA PIC 9 VALUE ZEROS.
       01 SW-EN-CIA PIC 9 VALUE ZEROS.
       01 SW-CON-GRAVADO PIC 9 VALUE ZEROS.
       01 SW-CON-EXENTO PIC 9 VALUE ZEROS.
       01 W-CIA PIC X(3) VALUE SPACES.
       01 W-CIA-NOMBRE PIC X(30) VALUE SPACES.
       01 W-ARCHIVO PIC X(40) VALUE SPACES.
       01 PARM-PERIODO PIC X(08) VALUE SPACES.
       01 W-PERIODO PIC 9(08) VALUE ZEROS.
       01 W-PERIODO-R REDEFINES W-PERIODO.
	   03 W-PER-ANOMES PIC 9(06).
	   03 W-PER-QNA PIC 99.
       01 W-FECHA-CORTE PIC 9(08) VALUE ZEROS.
       01 W-DIAS-BASE PIC 99 VALUE 15.
       01 W-DIAS-PAGO PIC 99 VALUE ZEROS.
       01 W-PRM-CODIGO PIC X(12) VALUE SPACES.
       01 W-PRM-VALOR PIC 9(7)V99 VALUE ZEROS.
       01 W-PRM-ENC PIC 9 VALUE ZEROS.
       01 UMA-DIARIO PIC 9(05)V99 VALUE 113.14.
       01 UMAS-VALES PIC 9(02)V99 VALUE 1.
       01 CON-VAL-GRAVADO PIC X(3) VALUE "VDG".
       01 CON-VAL-EXENTO PIC X(3) VALUE "VDE".
       01 W-TOPE PIC 9(07)V99 VALUE ZEROS.
       01 W-SUELDO PIC 9(05)V99 VALUE ZEROS.
       01 W-VALE PIC 9(07)V99 VALUE ZEROS.
       01 W-EXENTO PIC 9(07)V99 VALUE ZEROS.
       01 W-GRAVADO PIC 9(07)V99 VALUE ZEROS.
       01 W-FALTAS PIC 99 VALUE ZEROS.
       01 W-MOTIVO PIC X(40) VALUE SPACES.
       01 REG-LEIDOS PIC 9(05) VALUE ZEROS.
       01 REG-CALCULADOS PIC 9(05) VALUE ZEROS.
       01 REG-RECHAZADOS PIC 9(05) VALUE ZEROS.
       01 REG-OTRA-CIA PIC 9(05) VALUE ZEROS.
       01 MOV-ESCRITOS PIC 9(05) VALUE ZEROS.
       01 MOV-REEMPLAZADOS PIC 9(05) VALUE ZEROS.
       01 TOTAL-PEDIDO PIC 9(09)V99 VALUE ZEROS.
       01 TOTAL-EXENTO PIC 9(09)V99 VALUE ZEROS.
       01 TOTAL-GRAVADO PIC 9(09)V99 VALUE ZEROS.
       01 TOTAL-MOVVAR PIC 9(09)V99 VALUE ZEROS.
       01 TOTAL-DIFERENCIA PIC S9(09)V99 VALUE ZEROS.
       01 W-ALR-PROGRAMA PIC X(10) VALUE "VALCALC".
       01 W-ALR-SEVERIDAD PIC X VALUE "A".
       01 W-ALR-LLAVE PIC X(18) VALUE SPACES.
       01 W-ALR-MENSAJE PIC X(40) VALUE SPACES.
       01 LINEA-R3 PIC X(80) VALUE ALL "==".
       01 ENCABEZADO-VAL.
	   03 FILLER PIC X(10) VALUE SPACES.
	   03 FILLER PIC X(40) VALUE
	      "VALES DE DESPENSA - PEDIDO     PERIODO: ".
	   03 PERIODO-E PIC 9(08).
       01 ENCABEZADO-VAL2.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 FILLER PIC X(09) VALUE "EMPL-ID".
	   03 FILLER PIC X(24) VALUE "NOMBRE".
	   03 FILLER PIC X(04) VALUE "FAL".
	   03 FILLER PIC X(11) VALUE "      VALE".
	   03 FILLER PIC X(11) VALUE "    EXENTO".
	   03 FILLER PIC X(11) VALUE "  GRAVADO".
       01 LINEA-VAL.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 EMPLEADO-ID-V PIC X(08).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 NOMBRE-V PIC X(23).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 FALTAS-V PIC Z9.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 VALE-V PIC Z(6)9.99.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 EXENTO-V PIC Z(6)9.99.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 GRAVADO-V PIC Z(6)9.99.
       01 LINEA-RECHAZO.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 EMPLEADO-ID-X PIC X(08).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 FILLER PIC X(11) VALUE "RECHAZADO: ".
	   03 MOTIVO-X PIC X(40).
       01 LINEA-VAL-TOT.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 FILLER PIC X(35) VALUE "TOTALES DEL PERIODO:".
	   03 VALE-T PIC Z(8)9.99.
	   03 EXENTO-T PIC Z(8)9.99.
	   03 GRAVADO-T PIC Z(8)9.99.
       01 LINEA-CTL-VAL.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 CTL-TEXTO PIC X(40).
	   03 CTL-CUENTA PIC ZZ,ZZ9.
       01 LINEA-CTL-IMP.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 CTL-TEXTO-I PIC X(40).
	   03 CTL-IMPORTE PIC -(9)9.99.
       01 LINEA-SIN-CONCEPTO.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(42) VALUE
	      "*** CONCEPTO NO REGISTRADO EN CONCEPTOS: ".
	   03 CONCEPTO-SC PIC X(03).
	   03 FILLER PIC X(04) VALUE " ***".

       PROCEDURE DIVISION.
       000-INICIO.
	   MOVE ZEROS TO RETURN-CODE
	   CALL "SETCIA" USING W-CIA W-CIA-NOMBRE
	   PERFORM 010-ASIGNA-ARCHIVOS
	   PERFORM 015-LEE-PERIODO
	   IF W-PERIODO = ZEROS
	       DISPLAY "VALCALC: NO HAY PERIODO DE PAGO"
	       MOVE 8 TO RETURN-CODE
	       PERFORM 600-ESCRIBE-RUNLOG
	       GOBACK
	   END-IF
	   OPEN INPUT VALTAB
	   IF VALTAB-STATUS NOT = "00"
	       DISPLAY "VALCALC: NO HAY TABLA DE VALES DE DESPENSA"
	       MOVE 8 TO RETURN-CODE
	       PERFORM 600-ESCRIBE-RUNLOG
	       GOBACK
	   END-IF
	   OPEN INPUT EMPMAST
	   IF EMPMAST-STATUS NOT = "00"
	       DISPLAY "VALCALC: NO SE PUDO ABRIR EMPMAST"
	       MOVE 8 TO RETURN-CODE
	       PERFORM 600-ESCRIBE-RUNLOG
	       GOBACK
	   END-IF
	   MOVE ZEROS TO SW-SALMAST
	   OPEN INPUT SALMAST
	   IF SALMAST-STATUS = "00"
	       MOVE 1 TO SW-SALMAST
	   END-IF
	   MOVE ZEROS TO SW-INCIDEN
	   OPEN INPUT INCIDEN
	   IF INCIDEN-STATUS = "00"
	       MOVE 1 TO SW-INCIDEN
	   END-IF
	   PERFORM 020-LEE-PARAMETROS
	   PERFORM 040-VERIFICA-CONCEPTOS
	   PERFORM 050-DEPURA-MOVVAR
	   OPEN EXTEND MOVVAR
	   IF MOVVAR-STATUS = "35"
	       OPEN OUTPUT MOVVAR
	   END-IF
	   OPEN OUTPUT VALPED
	   OPEN OUTPUT VALREP
	   MOVE W-PERIODO TO PERIODO-E
	   WRITE LINEA FROM ENCABEZADO-VAL
	   WRITE LINEA FROM LINEA-R3
	   WRITE LINEA FROM ENCABEZADO-VAL2
	   WRITE LINEA FROM LINEA-R3
	   MOVE ZEROS TO SW
	   PERFORM 100-LECTURA
	   PERFORM 200-PROCESO UNTIL SW = 1
	   PERFORM 500-FINAL
	   GOBACK.

       010-ASIGNA-ARCHIVOS.
	   MOVE SPACES TO W-ARCHIVO
	   STRING "MOVVAR." DELIMITED BY SIZE
	       W-CIA DELIMITED BY SPACE
	       ".VAL" DELIMITED BY SIZE
	       INTO W-ARCHIVO
	   END-STRING
	   SET ENVIRONMENT "DD_MOVTMP" TO W-ARCHIVO.

       015-LEE-PERIODO.
	   MOVE SPACES TO PARM-PERIODO
	   ACCEPT PARM-PERIODO FROM COMMAND-LINE
	   IF PARM-PERIODO NUMERIC
	       MOVE PARM-PERIODO TO W-PERIODO
	   ELSE
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
	   END-IF
	   IF W-PER-QNA = ZEROS
	       MOVE 30 TO W-DIAS-BASE
	   ELSE
	       MOVE 15 TO W-DIAS-BASE
	   END-IF
	   IF W-PER-QNA = 01
	       COMPUTE W-FECHA-CORTE = W-PER-ANOMES * 100 + 15
	   ELSE
	       COMPUTE W-FECHA-CORTE = W-PER-ANOMES * 100 + 31
	   END-IF.

       020-LEE-PARAMETROS.
	   MOVE "UMA-DIARIO" TO W-PRM-CODIGO
	   MOVE ZEROS TO W-PRM-ENC
	   CALL "PARAMGET" USING W-PRM-CODIGO W-PRM-VALOR W-PRM-ENC
	   IF W-PRM-ENC = 1 AND W-PRM-VALOR > ZEROS
	       MOVE W-PRM-VALOR TO UMA-DIARIO
	   END-IF
	   MOVE "UMAS-VALES" TO W-PRM-CODIGO
	   MOVE ZEROS TO W-PRM-ENC
	   CALL "PARAMGET" USING W-PRM-CODIGO W-PRM-VALOR W-PRM-ENC
	   IF W-PRM-ENC = 1 AND W-PRM-VALOR > ZEROS
	       MOVE W-PRM-VALOR TO UMAS-VALES
	   END-IF
	   COMPUTE W-TOPE ROUNDED = UMA-DIARIO * 30.4 * UMAS-VALES
	       * W-DIAS-BASE / 30.

       040-VERIFICA-CONCEPTOS.
	   MOVE ZEROS TO SW-CON-GRAVADO SW-CON-EXENTO
	   OPEN INPUT CONCAT
	   IF CONCAT-STATUS = "00"
	       PERFORM UNTIL CONCAT-STATUS = "10"
		   READ CONCAT
		       AT END
			   MOVE "10" TO CONCAT-STATUS
		       NOT AT END
			   IF CON-CODIGO = CON-VAL-GRAVADO
			       MOVE 1 TO SW-CON-GRAVADO
			   END-IF
			   IF CON-CODIGO = CON-VAL-EXENTO
			       MOVE 1 TO SW-CON-EXENTO
			   END-IF
		   END-READ
	       END-PERFORM
	       CLOSE CONCAT
	   END-IF.

       050-DEPURA-MOVVAR.
	   OPEN OUTPUT MOVTMP
	   MOVE ZEROS TO SW-FIN
	   OPEN INPUT MOVVAR
	   IF MOVVAR-STATUS = "00"
	       PERFORM UNTIL SW-FIN = 1
		   READ MOVVAR
		       AT END
			   MOVE 1 TO SW-FIN
		       NOT AT END
			   PERFORM 055-COPIA-MOVIMIENTO
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
	   CLOSE MOVVAR.

       055-COPIA-MOVIMIENTO.
	   IF (MOV-CONCEPTO = CON-VAL-GRAVADO
		   OR MOV-CONCEPTO = CON-VAL-EXENTO)
		   AND MOV-PERIODO-X NUMERIC
		   AND MOV-PERIODO = W-PERIODO
	       ADD 1 TO MOV-REEMPLAZADOS
	   ELSE
	       WRITE REG-MOVTMP FROM REG-MOVVAR
	   END-IF.

       100-LECTURA.
	   READ EMPMAST NEXT
	       AT END
		   MOVE 1 TO SW
	       NOT AT END
		   ADD 1 TO REG-LEIDOS
	   END-READ.

       200-PROCESO.
	   IF EMP-REC-ESTATUS NOT = "I"
	       PERFORM 205-VERIFICA-CIA
	       IF SW-EN-CIA = ZEROS
		   ADD 1 TO REG-OTRA-CIA
	       ELSE
		   PERFORM 210-BUSCA-TABLA
		   IF SW-TABLA = 1
		       PERFORM 250-CALCULA-VALE
		   END-IF
	       END-IF
	   END-IF
	   PERFORM 100-LECTURA.

       205-VERIFICA-CIA.
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

       210-BUSCA-TABLA.
	   MOVE ZEROS TO SW-TABLA
	   MOVE "P" TO VLT-TIPO
	   MOVE EMP-REC-PUESTO TO VLT-CODIGO
	   READ VALTAB
	       NOT INVALID KEY
		   IF VLT-ACTIVO NOT = "I"
		       MOVE 1 TO SW-TABLA
		   END-IF
	   END-READ
	   IF SW-TABLA = ZEROS
	       MOVE "D" TO VLT-TIPO
	       MOVE EMP-REC-DEPTO TO VLT-CODIGO
	       READ VALTAB
		   NOT INVALID KEY
		       IF VLT-ACTIVO NOT = "I"
			   MOVE 1 TO SW-TABLA
		       END-IF
	       END-READ
	   END-IF.

       220-BUSCA-SUELDO.
	   MOVE ZEROS TO SW-SUELDO
	   MOVE ZEROS TO W-SUELDO
	   IF SW-SALMAST = 1
	       MOVE ZEROS TO SW-FIN
	       MOVE EMP-REC-ID TO SAL-REC-ID
	       MOVE ZEROS TO SAL-REC-FECHA-VIG
	       START SALMAST KEY IS NOT LESS THAN SAL-REC-LLAVE
		   INVALID KEY
		       MOVE 1 TO SW-FIN
	       END-START
	       PERFORM UNTIL SW-FIN = 1
		   READ SALMAST NEXT
		       AT END
			   MOVE 1 TO SW-FIN
		       NOT AT END
			   IF SAL-REC-ID NOT = EMP-REC-ID
				   OR SAL-REC-FECHA-VIG > W-FECHA-CORTE
			       MOVE 1 TO SW-FIN
			   ELSE
			       MOVE SAL-REC-SUELDO TO W-SUELDO
			       MOVE 1 TO SW-SUELDO
			   END-IF
		   END-READ
	       END-PERFORM
	   END-IF.

       230-BUSCA-FALTAS.
	   MOVE ZEROS TO W-FALTAS
	   IF SW-INCIDEN = 1
	       MOVE EMP-REC-ID TO INC-EMPLEADO-ID
	       MOVE W-PERIODO TO INC-PERIODO
	       READ INCIDEN
		   NOT INVALID KEY
		       MOVE INC-DIAS TO W-FALTAS
	       END-READ
	   END-IF
	   IF W-FALTAS > W-DIAS-BASE
	       MOVE W-DIAS-BASE TO W-FALTAS
	   END-IF
	   COMPUTE W-DIAS-PAGO = W-DIAS-BASE - W-FALTAS.

       250-CALCULA-VALE.
	   MOVE SPACES TO W-MOTIVO
	   MOVE ZEROS TO W-VALE
	   PERFORM 230-BUSCA-FALTAS
	   IF VLT-MONTO > ZEROS
	       COMPUTE W-VALE ROUNDED = VLT-MONTO * W-DIAS-PAGO / 30
	   ELSE
	       PERFORM 220-BUSCA-SUELDO
	       IF SW-SUELDO = ZEROS
		   MOVE "SIN SUELDO VIGENTE EN SALMAST" TO W-MOTIVO
	       ELSE
		   COMPUTE W-VALE ROUNDED = W-SUELDO * VLT-PCT / 100
		       * W-DIAS-PAGO / W-DIAS-BASE
	       END-IF
	   END-IF
	   IF W-MOTIVO = SPACES AND W-VALE > 99999.99
	       MOVE "VALE EXCEDE IMPORTE DE MOVIMIENTO" TO W-MOTIVO
	   END-IF
	   IF W-MOTIVO NOT = SPACES
	       ADD 1 TO REG-RECHAZADOS
	       MOVE EMP-REC-ID TO EMPLEADO-ID-X
	       MOVE W-MOTIVO TO MOTIVO-X
	       WRITE LINEA FROM LINEA-RECHAZO
	   ELSE
	       IF W-VALE > ZEROS
		   PERFORM 260-SEPARA-EXENTO
		   PERFORM 270-ESCRIBE-MOVVAR
		   PERFORM 280-ESCRIBE-PEDIDO
	       END-IF
	   END-IF.

       260-SEPARA-EXENTO.
	   IF W-VALE > W-TOPE
	       MOVE W-TOPE TO W-EXENTO
	   ELSE
	       MOVE W-VALE TO W-EXENTO
	   END-IF
	   COMPUTE W-GRAVADO = W-VALE - W-EXENTO.

       270-ESCRIBE-MOVVAR.
	   MOVE EMP-REC-ID TO MOV-EMPLEADO-ID
	   MOVE W-PERIODO TO MOV-PERIODO
	   IF W-GRAVADO > ZEROS
	       MOVE CON-VAL-GRAVADO TO MOV-CONCEPTO
	       MOVE W-GRAVADO TO MOV-IMPORTE
	       WRITE REG-MOVVAR
	       ADD 1 TO MOV-ESCRITOS
	   END-IF
	   IF W-EXENTO > ZEROS
	       MOVE CON-VAL-EXENTO TO MOV-CONCEPTO
	       MOVE W-EXENTO TO MOV-IMPORTE
	       WRITE REG-MOVVAR
	       ADD 1 TO MOV-ESCRITOS
	   END-IF.

       280-ESCRIBE-PEDIDO.
	   ADD 1 TO REG-CALCULADOS
	   ADD W-VALE TO TOTAL-PEDIDO
	   ADD W-EXENTO TO TOTAL-EXENTO
	   ADD W-GRAVADO TO TOTAL-GRAVADO
	   MOVE "D" TO VPD-TIPO
	   MOVE EMP-REC-ID TO VPD-EMPLEADO-ID
	   MOVE EMP-REC-NOMBRE TO VPD-NOMBRE
	   MOVE W-VALE TO VPD-IMPORTE
	   MOVE W-PERIODO TO VPD-PERIODO
	   WRITE REG-VALPED
	   MOVE EMP-REC-ID TO EMPLEADO-ID-V
	   MOVE EMP-REC-NOMBRE TO NOMBRE-V
	   MOVE W-FALTAS TO FALTAS-V
	   MOVE W-VALE TO VALE-V
	   MOVE W-EXENTO TO EXENTO-V
	   MOVE W-GRAVADO TO GRAVADO-V
	   WRITE LINEA FROM LINEA-VAL.

       300-SUMA-MOVVAR.
	   MOVE ZEROS TO TOTAL-MOVVAR
	   MOVE ZEROS TO SW-FIN
	   OPEN INPUT MOVVAR
	   IF MOVVAR-STATUS = "00"
	       PERFORM UNTIL SW-FIN = 1
		   READ MOVVAR
		       AT END
			   MOVE 1 TO SW-FIN
		       NOT AT END
			   IF (MOV-CONCEPTO = CON-VAL-GRAVADO
				   OR MOV-CONCEPTO = CON-VAL-EXENTO)
				   AND MOV-PERIODO-X NUMERIC
				   AND MOV-PERIODO = W-PERIODO
			       ADD MOV-IMPORTE TO TOTAL-MOVVAR
			   END-IF
		   END-READ
	       END-PERFORM
	       CLOSE MOVVAR
	   END-IF
	   COMPUTE TOTAL-DIFERENCIA = TOTAL-PEDIDO - TOTAL-MOVVAR.

       500-FINAL.
	   MOVE "T" TO VPT-TIPO
	   MOVE W-CIA TO VPT-CIA
	   MOVE REG-CALCULADOS TO VPT-REGISTROS
	   MOVE TOTAL-PEDIDO TO VPT-TOTAL
	   MOVE W-PERIODO TO VPT-PERIODO
	   WRITE REG-VALPED-TRL
	   CLOSE VALPED
	   CLOSE MOVVAR
	   PERFORM 300-SUMA-MOVVAR
	   WRITE LINEA FROM LINEA-R3
	   MOVE TOTAL-PEDIDO TO VALE-T
	   MOVE TOTAL-EXENTO TO EXENTO-T
	   MOVE TOTAL-GRAVADO TO GRAVADO-T
	   WRITE LINEA FROM LINEA-VAL-TOT
	   WRITE LINEA FROM LINEA-R3
	   MOVE "EMPLEADOS EN EL PEDIDO:" TO CTL-TEXTO
	   MOVE REG-CALCULADOS TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-VAL
	   MOVE "EMPLEADOS RECHAZADOS:" TO CTL-TEXTO
	   MOVE REG-RECHAZADOS TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-VAL
	   MOVE "DE OTRA COMPANIA:" TO CTL-TEXTO
	   MOVE REG-OTRA-CIA TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-VAL
	   MOVE "MOVIMIENTOS ESCRITOS EN MOVVAR:" TO CTL-TEXTO
	   MOVE MOV-ESCRITOS TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-VAL
	   MOVE "TOPE EXENTO POR EMPLEADO EN EL PERIODO:"
	       TO CTL-TEXTO-I
	   MOVE W-TOPE TO CTL-IMPORTE
	   WRITE LINEA FROM LINEA-CTL-IMP
	   MOVE "TOTAL DEL PEDIDO AL PROVEEDOR:" TO CTL-TEXTO-I
	   MOVE TOTAL-PEDIDO TO CTL-IMPORTE
	   WRITE LINEA FROM LINEA-CTL-IMP
	   MOVE "TOTAL CONCEPTOS VDG/VDE EN MOVVAR:" TO CTL-TEXTO-I
	   MOVE TOTAL-MOVVAR TO CTL-IMPORTE
	   WRITE LINEA FROM LINEA-CTL-IMP
	   MOVE "DIFERENCIA PEDIDO CONTRA NOMINA:" TO CTL-TEXTO-I
	   MOVE TOTAL-DIFERENCIA TO CTL-IMPORTE
	   WRITE LINEA FROM LINEA-CTL-IMP
	   IF SW-CON-GRAVADO = ZEROS AND TOTAL-GRAVADO > ZEROS
	       MOVE CON-VAL-GRAVADO TO CONCEPTO-SC
	       WRITE LINEA FROM LINEA-SIN-CONCEPTO
	       MOVE 4 TO RETURN-CODE
	   END-IF
	   IF SW-CON-EXENTO = ZEROS AND TOTAL-EXENTO > ZEROS
	       MOVE CON-VAL-EXENTO TO CONCEPTO-SC
	       WRITE LINEA FROM LINEA-SIN-CONCEPTO
	       MOVE 4 TO RETURN-CODE
	   END-IF
	   IF REG-RECHAZADOS > ZEROS
	       MOVE 4 TO RETURN-CODE
	   END-IF
	   IF TOTAL-DIFERENCIA NOT = ZEROS
	       MOVE 4 TO RETURN-CODE
	       MOVE "VALPED" TO W-ALR-LLAVE
	       MOVE SPACES TO W-ALR-MENSAJE
	       STRING "VALES: PEDIDO NO CUADRA " DELIMITED BY SIZE
		   CTL-IMPORTE DELIMITED BY SIZE
		   INTO W-ALR-MENSAJE
	       END-STRING
	       CALL "ALERTA" USING W-ALR-PROGRAMA W-ALR-SEVERIDAD
		   W-ALR-LLAVE W-ALR-MENSAJE
	   END-IF
	   PERFORM 600-ESCRIBE-RUNLOG
	   CLOSE EMPMAST
	   CLOSE VALTAB
	   IF SW-SALMAST = 1
	       CLOSE SALMAST
	   END-IF
	   IF SW-INCIDEN = 1
	       CLOSE INCIDEN
	   END-IF
	   CLOSE VALREP.

       600-ESCRIBE-RUNLOG.
	   MOVE "VALCALC" TO RUNLOG-PROGRAMA
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
