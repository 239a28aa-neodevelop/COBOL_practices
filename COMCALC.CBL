       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMCALC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT COMVTA ASSIGN TO "COMVTA"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS CVT-LLAVE
	       FILE STATUS IS COMVTA-STATUS.
	   SELECT EMPMAST ASSIGN TO "EMPMAST"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS EMP-REC-ID
	       FILE STATUS IS EMPMAST-STATUS.
	   SELECT COMPLAN ASSIGN TO "COMPLAN"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS CPL-PUESTO
	       FILE STATUS IS COMPLAN-STATUS.
	   SELECT COMSALDO ASSIGN TO "COMSALDO"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS CSA-REC-ID
	       FILE STATUS IS COMSALDO-STATUS.
	   SELECT CONCAT ASSIGN TO "CONCEPTOS"
	       FILE STATUS IS CONCAT-STATUS.
	   SELECT MOVVAR ASSIGN TO "MOVVAR"
	       FILE STATUS IS MOVVAR-STATUS.
	   SELECT MOVTMP ASSIGN TO "MOVTMP"
	       FILE STATUS IS MOVTMP-STATUS.
	   SELECT PERCTL ASSIGN TO "PERIODO.CTL"
	       FILE STATUS IS PERCTL-STATUS.
	   SELECT COMREP ASSIGN TO "COMREP".
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD COMVTA.
       COPY "COMVTA.wks".
       FD EMPMAST.
       COPY "EMPMAST.wks".
       FD COMPLAN.
       COPY "COMPLAN.wks".
       FD COMSALDO.
       COPY "COMSALDO.wks".
       FD CONCAT.
       COPY "CONCEPTO.wks".
       FD MOVVAR.
       COPY "MOVVAR.wks".
       FD MOVTMP.
       01 REG-MOVTMP PIC X(26).
       FD PERCTL.
       01 REG-PERCTL.
	   03 PERCTL-PERIODO PIC 9(8).
       FD COMREP.
       01 LINEA PIC X(80).
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 COMVTA-STATUS PIC XX.
       01 EMPMAST-STATUS PIC XX.
       01 COMPLAN-STATUS PIC XX.
       01 COMSALDO-STATUS PIC XX.
       01 CONCAT-STATUS PIC XX.
       01 MOVVAR-STATUS PIC XX.
       01 MOVTMP-STATUS PIC XX.
       01 PERCTL-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 SW PIC 9 VALUE ZEROS.
       01 SW-FIN PIC 9 VALUE ZEROS.
       01 SW-NUEVO PIC 9 VALUE ZEROS.
       01 SW-TOPE PIC 9 VALUE ZEROS.
       01 SW-CONCEPTO PIC 9 VALUE ZEROS.
       01 W-CIA PIC X(3) VALUE SPACES.
       01 W-CIA-NOMBRE PIC X(30) VALUE SPACES.
       01 W-ARCHIVO PIC X(40) VALUE SPACES.
       01 PARM-COMCALC.
	   03 PARM-PERIODO PIC X(08).
	   03 FILLER PIC X(01).
	   03 PARM-MES PIC X(06).
       01 W-PERIODO PIC 9(08) VALUE ZEROS.
       01 W-MES PIC 9(06) VALUE ZEROS.
       01 W-MES-R REDEFINES W-MES.
	   03 W-MES-ANO PIC 9(04).
	   03 W-MES-MM PIC 9(02).
       01 W-MOTIVO PIC X(40) VALUE SPACES.
       01 CON-COMISION PIC X(3) VALUE "COM".
       01 I-TRA PIC 9 VALUE ZEROS.
       01 W-TRAMO PIC 9 VALUE ZEROS.
       01 W-PCT PIC 9(3)V99 VALUE ZEROS.
       01 W-TASA PIC 99V99 VALUE ZEROS.
       01 W-TASA-PREV PIC 99V99 VALUE ZEROS.
       01 W-TASA-REC PIC 99V99 VALUE ZEROS.
       01 W-COMISION PIC 9(9)V99 VALUE ZEROS.
       01 W-RECUPERA PIC 9(9)V99 VALUE ZEROS.
       01 W-SALDO-PEND PIC 9(7)V99 VALUE ZEROS.
       01 W-DESCONTAR PIC 9(9)V99 VALUE ZEROS.
       01 W-APLICADO PIC 9(9)V99 VALUE ZEROS.
       01 W-PENDIENTE PIC 9(7)V99 VALUE ZEROS.
       01 W-NETO PIC 9(9)V99 VALUE ZEROS.
       01 REG-LEIDOS PIC 9(05) VALUE ZEROS.
       01 REG-CALCULADOS PIC 9(05) VALUE ZEROS.
       01 REG-RECHAZADOS PIC 9(05) VALUE ZEROS.
       01 MOV-ESCRITOS PIC 9(05) VALUE ZEROS.
       01 MOV-REEMPLAZADOS PIC 9(05) VALUE ZEROS.
       01 TOTAL-COMISION PIC 9(9)V99 VALUE ZEROS.
       01 TOTAL-RECUPERADO PIC 9(9)V99 VALUE ZEROS.
       01 TOTAL-PENDIENTE PIC 9(9)V99 VALUE ZEROS.
       01 TOTAL-NETO PIC 9(9)V99 VALUE ZEROS.
       01 W-ALR-PROGRAMA PIC X(10) VALUE "COMCALC".
       01 W-ALR-SEVERIDAD PIC X VALUE "A".
       01 W-ALR-LLAVE PIC X(18) VALUE SPACES.
       01 W-ALR-MENSAJE PIC X(40) VALUE SPACES.
       01 RECHAZOS-ED PIC ZZZZ9.
       01 LINEA-R3 PIC X(80) VALUE ALL "==".
       01 LINEA-R4 PIC X(80) VALUE ALL "-".
       01 ENCABEZADO-COM.
	   03 FILLER PIC X(10) VALUE SPACES.
	   03 FILLER PIC X(30) VALUE
	      "ESTADO DE COMISIONES  VENTAS: ".
	   03 MES-E PIC 9(06).
	   03 FILLER PIC X(10) VALUE "  PERIODO:".
	   03 PERIODO-E PIC 9(08).
       01 LINEA-EST1.
	   03 FILLER PIC X(12) VALUE "  EMPLEADO: ".
	   03 EMPLEADO-ID-E PIC X(08).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 NOMBRE-E PIC X(30).
	   03 FILLER PIC X(10) VALUE "  PUESTO: ".
	   03 PUESTO-E PIC X(06).
       01 LINEA-EST2.
	   03 FILLER PIC X(08) VALUE "  CUOTA:".
	   03 CUOTA-E PIC Z(9)9.99.
	   03 FILLER PIC X(09) VALUE "  VENTAS:".
	   03 VENTAS-E PIC Z(9)9.99.
	   03 FILLER PIC X(08) VALUE "  CUMPL:".
	   03 PCT-E PIC ZZ9.99.
	   03 FILLER PIC X(08) VALUE "% TRAMO:".
	   03 TRAMO-E PIC 9.
	   03 FILLER PIC X(06) VALUE " TASA:".
	   03 TASA-E PIC Z9.99.
	   03 FILLER PIC X(01) VALUE "%".
       01 LINEA-EST3.
	   03 FILLER PIC X(11) VALUE "  COMISION:".
	   03 COMISION-E PIC Z(8)9.99.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 TOPE-E PIC X(06).
	   03 FILLER PIC X(12) VALUE " CANCELADAS:".
	   03 CANCELADAS-E PIC Z(8)9.99.
	   03 FILLER PIC X(10) VALUE " RECUPERA:".
	   03 RECUPERA-E PIC Z(6)9.99.
       01 LINEA-EST4.
	   03 FILLER PIC X(12) VALUE "  SALDO ANT:".
	   03 SALDO-ANT-E PIC Z(6)9.99.
	   03 FILLER PIC X(10) VALUE " APLICADO:".
	   03 APLICADO-E PIC Z(6)9.99.
	   03 FILLER PIC X(11) VALUE " PENDIENTE:".
	   03 PENDIENTE-E PIC Z(6)9.99.
	   03 FILLER PIC X(06) VALUE " NETO:".
	   03 NETO-E PIC Z(5)9.99.
       01 LINEA-RECHAZO.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 EMPLEADO-ID-X PIC X(08).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 FILLER PIC X(11) VALUE "RECHAZADO: ".
	   03 MOTIVO-X PIC X(40).
       01 LINEA-TOT1.
	   03 FILLER PIC X(12) VALUE "  EMPLEADOS:".
	   03 CALCULADOS-T PIC ZZZ9.
	   03 FILLER PIC X(10) VALUE " COMISION:".
	   03 COMISION-T PIC Z(7)9.99.
	   03 FILLER PIC X(12) VALUE " RECUPERADO:".
	   03 RECUPERADO-T PIC Z(7)9.99.
	   03 FILLER PIC X(06) VALUE " NETO:".
	   03 NETO-T PIC Z(7)9.99.
       01 LINEA-TOT2.
	   03 FILLER PIC X(25) VALUE "  PENDIENTE DE RECUPERAR:".
	   03 PENDIENTE-T PIC Z(7)9.99.
	   03 FILLER PIC X(12) VALUE "  RECHAZOS: ".
	   03 RECHAZADOS-T PIC ZZZZ9.
	   03 FILLER PIC X(13) VALUE "  MOVIMIENTOS".
	   03 FILLER PIC X(02) VALUE ": ".
	   03 ESCRITOS-T PIC ZZZZ9.
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
	       DISPLAY "COMCALC: NO HAY PERIODO DE PAGO"
	       MOVE 8 TO RETURN-CODE
	       PERFORM 600-ESCRIBE-RUNLOG
	       GOBACK
	   END-IF
	   OPEN INPUT COMVTA
	   IF COMVTA-STATUS NOT = "00"
	       DISPLAY "COMCALC: NO HAY VENTAS CARGADAS EN COMVTA"
	       MOVE 8 TO RETURN-CODE
	       PERFORM 600-ESCRIBE-RUNLOG
	       GOBACK
	   END-IF
	   OPEN INPUT EMPMAST
	   OPEN INPUT COMPLAN
	   IF EMPMAST-STATUS NOT = "00" OR COMPLAN-STATUS NOT = "00"
	       DISPLAY "COMCALC: NO SE PUDO ABRIR EMPMAST O COMPLAN"
	       MOVE 8 TO RETURN-CODE
	       PERFORM 600-ESCRIBE-RUNLOG
	       GOBACK
	   END-IF
	   OPEN I-O COMSALDO
	   IF COMSALDO-STATUS = "35"
	       OPEN OUTPUT COMSALDO
	       CLOSE COMSALDO
	       OPEN I-O COMSALDO
	   END-IF
	   PERFORM 040-VERIFICA-CONCEPTO
	   PERFORM 050-DEPURA-MOVVAR
	   OPEN EXTEND MOVVAR
	   IF MOVVAR-STATUS = "35"
	       OPEN OUTPUT MOVVAR
	   END-IF
	   OPEN OUTPUT COMREP
	   MOVE W-MES TO MES-E
	   MOVE W-PERIODO TO PERIODO-E
	   WRITE LINEA FROM ENCABEZADO-COM
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
	       ".COM" DELIMITED BY SIZE
	       INTO W-ARCHIVO
	   END-STRING
	   SET ENVIRONMENT "DD_MOVTMP" TO W-ARCHIVO.

       015-LEE-PERIODO.
	   MOVE SPACES TO PARM-COMCALC
	   ACCEPT PARM-COMCALC FROM COMMAND-LINE
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
	   IF PARM-MES NUMERIC
	       MOVE PARM-MES TO W-MES
	   ELSE
	       MOVE W-PERIODO(1:6) TO W-MES
	       IF W-MES-MM = 1
		   SUBTRACT 1 FROM W-MES-ANO
		   MOVE 12 TO W-MES-MM
	       ELSE
		   SUBTRACT 1 FROM W-MES-MM
	       END-IF
	   END-IF.

       040-VERIFICA-CONCEPTO.
	   MOVE ZEROS TO SW-CONCEPTO
	   OPEN INPUT CONCAT
	   IF CONCAT-STATUS = "00"
	       PERFORM UNTIL CONCAT-STATUS = "10" OR SW-CONCEPTO = 1
		   READ CONCAT
		       AT END
			   MOVE "10" TO CONCAT-STATUS
		       NOT AT END
			   IF CON-CODIGO = CON-COMISION
			       MOVE 1 TO SW-CONCEPTO
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
	   IF MOV-CONCEPTO = CON-COMISION AND MOV-PERIODO-X NUMERIC
		   AND MOV-PERIODO = W-PERIODO
	       ADD 1 TO MOV-REEMPLAZADOS
	   ELSE
	       WRITE REG-MOVTMP FROM REG-MOVVAR
	   END-IF.

       100-LECTURA.
	   READ COMVTA NEXT
	       AT END
		   MOVE 1 TO SW
	       NOT AT END
		   ADD 1 TO REG-LEIDOS
	   END-READ.

       200-PROCESO.
	   IF CVT-MES = W-MES
	       MOVE SPACES TO W-MOTIVO
	       MOVE CVT-EMPLEADO-ID TO EMP-REC-ID
	       READ EMPMAST
		   INVALID KEY
		       MOVE "EMPLEADO NO EXISTE EN EMPMAST" TO W-MOTIVO
	       END-READ
	       IF W-MOTIVO = SPACES
		   MOVE EMP-REC-PUESTO TO CPL-PUESTO
		   READ COMPLAN
		       INVALID KEY
			   MOVE "PUESTO SIN PLAN DE COMISION"
			       TO W-MOTIVO
		   END-READ
	       END-IF
	       IF W-MOTIVO = SPACES
		   PERFORM 210-LEE-SALDO
		   PERFORM 220-CALCULA
		   IF W-NETO > 99999.99
		       MOVE "NETO EXCEDE IMPORTE DE MOVIMIENTO"
			   TO W-MOTIVO
		   END-IF
	       END-IF
	       IF W-MOTIVO = SPACES
		   PERFORM 230-ACTUALIZA-SALDO
		   PERFORM 240-ESCRIBE-MOVVAR
		   PERFORM 300-IMPRIME-ESTADO
	       ELSE
		   ADD 1 TO REG-RECHAZADOS
		   MOVE CVT-EMPLEADO-ID TO EMPLEADO-ID-X
		   MOVE W-MOTIVO TO MOTIVO-X
		   WRITE LINEA FROM LINEA-RECHAZO
		   WRITE LINEA FROM LINEA-R4
	       END-IF
	   END-IF
	   PERFORM 100-LECTURA.

       210-LEE-SALDO.
	   MOVE ZEROS TO SW-NUEVO
	   MOVE CVT-EMPLEADO-ID TO CSA-REC-ID
	   READ COMSALDO
	       INVALID KEY
		   MOVE 1 TO SW-NUEVO
		   MOVE CVT-EMPLEADO-ID TO CSA-REC-ID
		   MOVE ZEROS TO CSA-MES CSA-SALDO-ANT CSA-TASA-ANT
		   MOVE ZEROS TO CSA-SALDO CSA-TASA
	   END-READ
	   IF CSA-MES NOT = W-MES
	       MOVE CSA-SALDO TO CSA-SALDO-ANT
	       MOVE CSA-TASA TO CSA-TASA-ANT
	   END-IF
	   MOVE CSA-SALDO-ANT TO W-SALDO-PEND
	   MOVE CSA-TASA-ANT TO W-TASA-PREV.

       220-CALCULA.
	   MOVE ZEROS TO W-PCT W-TRAMO W-TASA SW-TOPE
	   IF CVT-CUOTA > ZEROS
	       COMPUTE W-PCT ROUNDED = CVT-VENTAS * 100 / CVT-CUOTA
		   ON SIZE ERROR
		       MOVE 999.99 TO W-PCT
	       END-COMPUTE
	   END-IF
	   PERFORM VARYING I-TRA FROM 1 BY 1 UNTIL I-TRA > 4
	       IF CPL-TASA(I-TRA) > ZEROS
		       AND W-PCT NOT < CPL-DESDE(I-TRA)
		   MOVE I-TRA TO W-TRAMO
		   MOVE CPL-TASA(I-TRA) TO W-TASA
	       END-IF
	   END-PERFORM
	   COMPUTE W-COMISION ROUNDED = CVT-VENTAS * W-TASA / 100
	   IF CPL-TOPE > ZEROS AND W-COMISION > CPL-TOPE
	       MOVE CPL-TOPE TO W-COMISION
	       MOVE 1 TO SW-TOPE
	   END-IF
	   MOVE W-TASA-PREV TO W-TASA-REC
	   IF W-TASA-REC = ZEROS
	       MOVE W-TASA TO W-TASA-REC
	   END-IF
	   IF W-TASA-REC = ZEROS
	       MOVE CPL-TASA(1) TO W-TASA-REC
	   END-IF
	   COMPUTE W-RECUPERA ROUNDED =
	       CVT-CANCELADAS * W-TASA-REC / 100
	   COMPUTE W-DESCONTAR = W-RECUPERA + W-SALDO-PEND
	   IF W-DESCONTAR > W-COMISION
	       MOVE W-COMISION TO W-APLICADO
	       COMPUTE W-PENDIENTE = W-DESCONTAR - W-COMISION
	       MOVE ZEROS TO W-NETO
	   ELSE
	       MOVE W-DESCONTAR TO W-APLICADO
	       MOVE ZEROS TO W-PENDIENTE
	       COMPUTE W-NETO = W-COMISION - W-DESCONTAR
	   END-IF.

       230-ACTUALIZA-SALDO.
	   MOVE W-MES TO CSA-MES
	   MOVE W-PENDIENTE TO CSA-SALDO
	   IF W-TASA > ZEROS
	       MOVE W-TASA TO CSA-TASA
	   ELSE
	       MOVE W-TASA-PREV TO CSA-TASA
	   END-IF
	   IF SW-NUEVO = 1
	       WRITE REG-COMSALDO
	   ELSE
	       REWRITE REG-COMSALDO
	   END-IF.

       240-ESCRIBE-MOVVAR.
	   ADD 1 TO REG-CALCULADOS
	   ADD W-COMISION TO TOTAL-COMISION
	   ADD W-APLICADO TO TOTAL-RECUPERADO
	   ADD W-PENDIENTE TO TOTAL-PENDIENTE
	   ADD W-NETO TO TOTAL-NETO
	   IF W-NETO > ZEROS
	       MOVE CVT-EMPLEADO-ID TO MOV-EMPLEADO-ID
	       MOVE CON-COMISION TO MOV-CONCEPTO
	       MOVE W-PERIODO TO MOV-PERIODO
	       MOVE W-NETO TO MOV-IMPORTE
	       WRITE REG-MOVVAR
	       ADD 1 TO MOV-ESCRITOS
	   END-IF.

       300-IMPRIME-ESTADO.
	   MOVE CVT-EMPLEADO-ID TO EMPLEADO-ID-E
	   MOVE EMP-REC-NOMBRE TO NOMBRE-E
	   MOVE EMP-REC-PUESTO TO PUESTO-E
	   WRITE LINEA FROM LINEA-EST1
	   MOVE CVT-CUOTA TO CUOTA-E
	   MOVE CVT-VENTAS TO VENTAS-E
	   MOVE W-PCT TO PCT-E
	   MOVE W-TRAMO TO TRAMO-E
	   MOVE W-TASA TO TASA-E
	   WRITE LINEA FROM LINEA-EST2
	   MOVE W-COMISION TO COMISION-E
	   MOVE SPACES TO TOPE-E
	   IF SW-TOPE = 1
	       MOVE "(TOPE)" TO TOPE-E
	   END-IF
	   MOVE CVT-CANCELADAS TO CANCELADAS-E
	   MOVE W-RECUPERA TO RECUPERA-E
	   WRITE LINEA FROM LINEA-EST3
	   MOVE W-SALDO-PEND TO SALDO-ANT-E
	   MOVE W-APLICADO TO APLICADO-E
	   MOVE W-PENDIENTE TO PENDIENTE-E
	   MOVE W-NETO TO NETO-E
	   WRITE LINEA FROM LINEA-EST4
	   WRITE LINEA FROM LINEA-R4.

       500-FINAL.
	   WRITE LINEA FROM LINEA-R3
	   MOVE REG-CALCULADOS TO CALCULADOS-T
	   MOVE TOTAL-COMISION TO COMISION-T
	   MOVE TOTAL-RECUPERADO TO RECUPERADO-T
	   MOVE TOTAL-NETO TO NETO-T
	   WRITE LINEA FROM LINEA-TOT1
	   MOVE TOTAL-PENDIENTE TO PENDIENTE-T
	   MOVE REG-RECHAZADOS TO RECHAZADOS-T
	   MOVE MOV-ESCRITOS TO ESCRITOS-T
	   WRITE LINEA FROM LINEA-TOT2
	   IF SW-CONCEPTO = ZEROS AND MOV-ESCRITOS > ZEROS
	       MOVE CON-COMISION TO CONCEPTO-SC
	       WRITE LINEA FROM LINEA-SIN-CONCEPTO
	   END-IF
	   IF REG-RECHAZADOS > ZEROS
		   OR (SW-CONCEPTO = ZEROS AND MOV-ESCRITOS > ZEROS)
	       MOVE 4 TO RETURN-CODE
	   END-IF
	   IF REG-RECHAZADOS > ZEROS
	       MOVE "COMVTA" TO W-ALR-LLAVE
	       MOVE REG-RECHAZADOS TO RECHAZOS-ED
	       MOVE SPACES TO W-ALR-MENSAJE
	       STRING "COMISIONES RECHAZADAS: " DELIMITED BY SIZE
		   RECHAZOS-ED DELIMITED BY SIZE
		   INTO W-ALR-MENSAJE
	       END-STRING
	       CALL "ALERTA" USING W-ALR-PROGRAMA W-ALR-SEVERIDAD
		   W-ALR-LLAVE W-ALR-MENSAJE
	   END-IF
	   PERFORM 600-ESCRIBE-RUNLOG
	   CLOSE COMVTA
	   CLOSE EMPMAST
	   CLOSE COMPLAN
	   CLOSE COMSALDO
	   CLOSE MOVVAR
	   CLOSE COMREP.

       600-ESCRIBE-RUNLOG.
	   MOVE "COMCALC" TO RUNLOG-PROGRAMA
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
