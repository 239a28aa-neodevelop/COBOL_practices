       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLDISP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT SALIDA ASSIGN TO "SALIDA"
	       FILE STATUS IS SALIDA-STATUS.
	   SELECT EMPMAST ASSIGN TO "EMPMAST"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS EMP-REC-ID
	       FILE STATUS IS EMPMAST-STATUS.
	   SELECT EMPBANCO ASSIGN TO "EMPBANCO"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS SEQUENTIAL
	       RECORD KEY IS BCO-REC-ID
	       FILE STATUS IS EMPBANCO-STATUS.
	   SELECT PUESTOS ASSIGN TO "PUESTOS"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS PUE-REC-CODIGO
	       FILE STATUS IS PUESTOS-STATUS.
	   SELECT HISTNOM ASSIGN TO "HISTNOM"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS HIS-LLAVE
	       FILE STATUS IS HISTNOM-STATUS.
	   SELECT CTLDISP ASSIGN TO "CTLDISP"
	       FILE STATUS IS CTLDISP-STATUS.
	   SELECT CTLREP ASSIGN TO "CTLREP".
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SALIDA.
       01 REG-SAL.
	   03 EMPLEADO-ID-S PIC X(08).
	   03 NOMBRE-S PIC X(30).
	   03 DEPTO-S PIC X(15).
	   03 SUELDO-S PIC 9(05)V99.
	   03 PERIODO-S PIC 9(08).
       FD EMPMAST.
       COPY "EMPMAST.wks".
       FD EMPBANCO.
       COPY "EMPBANCO.wks".
       FD PUESTOS.
       COPY "PUESTOS.wks".
       FD HISTNOM.
       COPY "HISTNOM.wks".
       FD CTLDISP.
       COPY "CTLDISP.wks".
       FD CTLREP.
       01 LINEA PIC X(80).
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 SALIDA-STATUS PIC XX.
       01 EMPMAST-STATUS PIC XX.
       01 EMPBANCO-STATUS PIC XX.
       01 PUESTOS-STATUS PIC XX.
       01 HISTNOM-STATUS PIC XX.
       01 CTLDISP-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 SW PIC 9 VALUE ZEROS.
       01 SW-PUESTOS PIC 9 VALUE ZEROS.
       01 SW-HISTORIA PIC 9 VALUE ZEROS.
       01 SW-HISTORIA-OK PIC 9 VALUE ZEROS.
       01 REG-LEIDOS PIC 9(07) VALUE ZEROS.
       01 W-CIA PIC X(3) VALUE SPACES.
       01 W-CIA-NOMBRE PIC X(30) VALUE SPACES.
       01 W-PERIODO PIC 9(08) VALUE ZEROS.
       01 W-FECHA-HOY PIC 9(08) VALUE ZEROS.
       01 W-FECHA-BAJA PIC 9(08) VALUE ZEROS.
       01 W-FECHA-INI PIC 9(08) VALUE ZEROS.
       01 W-DIAS PIC S9(7) VALUE ZEROS.
       01 W-DIAS-ED PIC ZZ9.
       01 W-LIMITE PIC 9(07)V99 VALUE ZEROS.
       01 DIAS-CLABE PIC 9(03) VALUE 5.
       01 TOL-TABULADOR PIC 9(03) VALUE 50.
       01 W-PRM-CODIGO PIC X(12) VALUE SPACES.
       01 W-PRM-VALOR PIC 9(7)V99 VALUE ZEROS.
       01 W-PRM-ENC PIC 9 VALUE ZEROS.
       01 W-ALR-PROGRAMA PIC X(10) VALUE "CTLDISP".
       01 W-ALR-SEVERIDAD PIC X VALUE "A".
       01 W-ALR-LLAVE PIC X(18) VALUE SPACES.
       01 W-ALR-MENSAJE PIC X(40) VALUE SPACES.
       01 W-IMPUESTO PIC 9(05)V99 VALUE ZEROS.
       01 W-IMSS     PIC 9(05)V99 VALUE ZEROS.
       01 W-SUBSIDIO PIC 9(05)V99 VALUE ZEROS.
       01 W-NETO     PIC 9(05)V99 VALUE ZEROS.
       01 W-FECHA-CALC PIC 9(08) VALUE ZEROS.
       01 W-DIAS-AUS PIC 99 VALUE ZEROS.
       COPY "CUOIMSS.wks".
       01 W-ID PIC X(08) VALUE SPACES.
       01 NUM-CLABES PIC 9(04) VALUE ZEROS.
       01 I-CLB PIC 9(04) VALUE ZEROS.
       01 IDX-CLB PIC 9(04) VALUE ZEROS.
       01 TABLA-CLABES.
	   03 TL-ENTRADA OCCURS 1000 TIMES.
	       05 TL-CLABE PIC X(18).
	       05 TL-ID PIC X(08).
	       05 TL-ESTATUS PIC X.
	       05 TL-FEC-CAMBIO PIC 9(08).
       01 NUM-PAGADOS PIC 9(04) VALUE ZEROS.
       01 I-PAG PIC 9(04) VALUE ZEROS.
       01 TABLA-PAGADOS.
	   03 TP-ENTRADA OCCURS 1000 TIMES.
	       05 TP-ID PIC X(08).
	       05 TP-NOMBRE PIC X(30).
       01 NUM-HALLAZGOS PIC 9(04) VALUE ZEROS.
       01 NUM-CRITICOS PIC 9(04) VALUE ZEROS.
       01 I-HAL PIC 9(04) VALUE ZEROS.
       01 TABLA-HALLAZGOS.
	   03 TH-ENTRADA OCCURS 500 TIMES.
	       05 TH-SEVERIDAD PIC X.
	       05 TH-ID PIC X(08).
	       05 TH-MENSAJE PIC X(40).
       01 W-SEVERIDAD PIC X VALUE SPACES.
       01 W-SEV-LISTA PIC X VALUE SPACES.
       01 W-MENSAJE PIC X(40) VALUE SPACES.
       01 LINEA-R3 PIC X(80) VALUE ALL "==".
       01 ENCABEZADO-CTL.
	   03 FILLER PIC X(12) VALUE SPACES.
	   03 FILLER PIC X(34) VALUE
	      "CONTROL PREVIO A LA DISPERSION    ".
	   03 FILLER PIC X(09) VALUE "PERIODO: ".
	   03 PERIODO-E PIC 9(08).
       01 ENCABEZADO-SEV.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 FILLER PIC X(10) VALUE "SEVERIDAD ".
	   03 SEVERIDAD-E PIC X.
	   03 FILLER PIC X(03) VALUE " - ".
	   03 SEV-DESC-E PIC X(40).
       01 LINEA-HAL.
	   03 FILLER PIC X(04) VALUE SPACES.
	   03 ID-H PIC X(08).
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 MENSAJE-H PIC X(40).
       01 LINEA-CTL-HAL.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(22) VALUE "REGISTROS REVISADOS:  ".
	   03 CTL-LEIDOS PIC ZZZ,ZZ9.
	   03 FILLER PIC X(14) VALUE "   HALLAZGOS: ".
	   03 CTL-HAL PIC ZZ,ZZ9.
	   03 FILLER PIC X(13) VALUE "   CRITICOS: ".
	   03 CTL-CRIT PIC ZZ,ZZ9.
       01 LINEA-RETENCION.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(51) VALUE
	      "*** DISPERSION RETENIDA HASTA LIBERACION SUPERVISOR".

       PROCEDURE DIVISION.
       000-INICIO.
	   MOVE ZEROS TO RETURN-CODE
	   CALL "SETCIA" USING W-CIA W-CIA-NOMBRE
	   OPEN INPUT SALIDA
	   IF SALIDA-STATUS NOT = "00"
	       DISPLAY "CTLDISP: NO SE PUDO ABRIR SALIDA " SALIDA-STATUS
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	   END-IF
	   OPEN INPUT EMPMAST
	   IF EMPMAST-STATUS NOT = "00"
	       DISPLAY "CTLDISP: NO SE PUDO ABRIR EMPMAST "
		   EMPMAST-STATUS
	       CLOSE SALIDA
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	   END-IF
	   PERFORM 050-PARAMETROS
	   ACCEPT W-FECHA-HOY FROM DATE
	   ADD 20000000 TO W-FECHA-HOY
	   PERFORM 100-CARGA-CUENTAS
	   MOVE ZEROS TO SW-PUESTOS
	   OPEN INPUT PUESTOS
	   IF PUESTOS-STATUS = "00"
	       MOVE 1 TO SW-PUESTOS
	   END-IF
	   MOVE ZEROS TO SW-HISTORIA
	   OPEN INPUT HISTNOM
	   IF HISTNOM-STATUS = "00"
	       MOVE 1 TO SW-HISTORIA
	   END-IF
	   PERFORM 150-LECTURA
	   IF SW NOT = 1
	       MOVE PERIODO-S TO W-PERIODO
	   END-IF
	   PERFORM 200-PROCESO UNTIL SW = 1
	   PERFORM 500-REPORTA
	   PERFORM 550-ESCRIBE-CONTROL
	   PERFORM 560-ALERTAS
	   PERFORM 600-ESCRIBE-RUNLOG
	   CLOSE SALIDA
	   CLOSE EMPMAST
	   IF SW-PUESTOS = 1
	       CLOSE PUESTOS
	   END-IF
	   IF SW-HISTORIA = 1
	       CLOSE HISTNOM
	   END-IF
	   DISPLAY "CTLDISP: HALLAZGOS " NUM-HALLAZGOS
	       " CRITICOS " NUM-CRITICOS
	   IF NUM-CRITICOS > ZEROS
	       DISPLAY "CTLDISP: DISPERSION RETENIDA - VER CTLREP"
	   END-IF
	   IF NUM-HALLAZGOS > ZEROS
	       MOVE 4 TO RETURN-CODE
	   END-IF
	   GOBACK.

       050-PARAMETROS.
	   MOVE "CLABE-DIAS" TO W-PRM-CODIGO
	   MOVE ZEROS TO W-PRM-ENC
	   CALL "PARAMGET" USING W-PRM-CODIGO W-PRM-VALOR W-PRM-ENC
	   IF W-PRM-ENC = 1 AND W-PRM-VALOR > ZEROS
	       MOVE W-PRM-VALOR TO DIAS-CLABE
	   END-IF
	   MOVE "TOL-TABULAD" TO W-PRM-CODIGO
	   MOVE ZEROS TO W-PRM-ENC
	   CALL "PARAMGET" USING W-PRM-CODIGO W-PRM-VALOR W-PRM-ENC
	   IF W-PRM-ENC = 1 AND W-PRM-VALOR > ZEROS
	       MOVE W-PRM-VALOR TO TOL-TABULADOR
	   END-IF.

       100-CARGA-CUENTAS.
	   MOVE ZEROS TO SW
	   OPEN INPUT EMPBANCO
	   IF EMPBANCO-STATUS NOT = "00"
	       MOVE 1 TO SW
	   END-IF
	   PERFORM UNTIL SW = 1
	       READ EMPBANCO NEXT
		   AT END
		       MOVE 1 TO SW
		   NOT AT END
		       IF NUM-CLABES < 1000
			   ADD 1 TO NUM-CLABES
			   MOVE BCO-REC-CLABE TO TL-CLABE(NUM-CLABES)
			   MOVE BCO-REC-ID TO TL-ID(NUM-CLABES)
			   MOVE BCO-REC-ESTATUS
			       TO TL-ESTATUS(NUM-CLABES)
			   MOVE BCO-REC-FEC-CAMBIO
			       TO TL-FEC-CAMBIO(NUM-CLABES)
		       END-IF
	       END-READ
	   END-PERFORM
	   IF EMPBANCO-STATUS = "00" OR EMPBANCO-STATUS = "10"
	       CLOSE EMPBANCO
	   END-IF
	   MOVE ZEROS TO SW.

       150-LECTURA.
	   READ SALIDA
	       AT END
		   MOVE 1 TO SW
	       NOT AT END
		   ADD 1 TO REG-LEIDOS
	   END-READ.

       160-AGREGA-HALLAZGO.
	   IF NUM-HALLAZGOS < 500
	       ADD 1 TO NUM-HALLAZGOS
	       MOVE W-SEVERIDAD TO TH-SEVERIDAD(NUM-HALLAZGOS)
	       MOVE W-ID TO TH-ID(NUM-HALLAZGOS)
	       MOVE W-MENSAJE TO TH-MENSAJE(NUM-HALLAZGOS)
	   END-IF
	   IF W-SEVERIDAD = "C"
	       ADD 1 TO NUM-CRITICOS
	   END-IF.

       200-PROCESO.
	   MOVE EMPLEADO-ID-S TO W-ID
	   PERFORM 210-REVISA-DUPLICADOS
	   PERFORM 220-REVISA-MAESTRO
	   PERFORM 230-REVISA-CUENTA
	   PERFORM 150-LECTURA.

       210-REVISA-DUPLICADOS.
	   PERFORM VARYING I-PAG FROM 1 BY 1
		   UNTIL I-PAG > NUM-PAGADOS
	       IF TP-ID(I-PAG) = EMPLEADO-ID-S
		   MOVE "C" TO W-SEVERIDAD
		   MOVE "EMPLEADO PAGADO DOS VECES EN EL PERIODO"
		       TO W-MENSAJE
		   PERFORM 160-AGREGA-HALLAZGO
	       ELSE
		   IF TP-NOMBRE(I-PAG) = NOMBRE-S
			   AND NOMBRE-S NOT = SPACES
		       MOVE "A" TO W-SEVERIDAD
		       MOVE SPACES TO W-MENSAJE
		       STRING "NOMBRE REPETIDO CON EMPLEADO "
			   DELIMITED BY SIZE
			   TP-ID(I-PAG) DELIMITED BY SPACE
			   INTO W-MENSAJE
		       END-STRING
		       PERFORM 160-AGREGA-HALLAZGO
		   END-IF
	       END-IF
	   END-PERFORM
	   IF NUM-PAGADOS < 1000
	       ADD 1 TO NUM-PAGADOS
	       MOVE EMPLEADO-ID-S TO TP-ID(NUM-PAGADOS)
	       MOVE NOMBRE-S TO TP-NOMBRE(NUM-PAGADOS)
	   END-IF.

       220-REVISA-MAESTRO.
	   MOVE EMPLEADO-ID-S TO EMP-REC-ID
	   READ EMPMAST
	       INVALID KEY
		   MOVE "C" TO W-SEVERIDAD
		   MOVE "PAGADO SIN REGISTRO EN EL MAESTRO"
		       TO W-MENSAJE
		   PERFORM 160-AGREGA-HALLAZGO
	       NOT INVALID KEY
		   PERFORM 225-REVISA-BAJA
		   IF SW-PUESTOS = 1 AND EMP-REC-PUESTO NOT = SPACES
		       PERFORM 240-REVISA-TABULADOR
		   END-IF
	   END-READ.

       225-REVISA-BAJA.
	   IF EMP-REC-ESTATUS = "I"
	       MOVE "C" TO W-SEVERIDAD
	       MOVE "PAGADO CON ESTATUS DE BAJA EN EL MAESTRO"
		   TO W-MENSAJE
	       PERFORM 160-AGREGA-HALLAZGO
	   ELSE
	       IF EMP-REC-FECHA-BAJA > ZEROS
		   COMPUTE W-FECHA-BAJA = EMP-REC-FECHA-BAJA + 20000000
		   MOVE PERIODO-S(1:6) TO W-FECHA-INI(1:6)
		   IF PERIODO-S(7:2) = "02"
		       MOVE "16" TO W-FECHA-INI(7:2)
		   ELSE
		       MOVE "01" TO W-FECHA-INI(7:2)
		   END-IF
		   IF W-FECHA-BAJA < W-FECHA-INI
		       MOVE "C" TO W-SEVERIDAD
		       MOVE "FECHA DE BAJA ANTERIOR AL PERIODO"
			   TO W-MENSAJE
		       PERFORM 160-AGREGA-HALLAZGO
		   END-IF
	       END-IF
	   END-IF.

       230-REVISA-CUENTA.
	   MOVE ZEROS TO IDX-CLB
	   PERFORM VARYING I-CLB FROM 1 BY 1
		   UNTIL I-CLB > NUM-CLABES
	       IF TL-ID(I-CLB) = EMPLEADO-ID-S
		   MOVE I-CLB TO IDX-CLB
	       END-IF
	   END-PERFORM
	   IF IDX-CLB = ZEROS OR TL-ESTATUS(IDX-CLB) = "R"
	       CONTINUE
	   ELSE
	       PERFORM VARYING I-CLB FROM 1 BY 1
		       UNTIL I-CLB > NUM-CLABES
		   IF TL-CLABE(I-CLB) = TL-CLABE(IDX-CLB)
			   AND I-CLB NOT = IDX-CLB
		       MOVE "C" TO W-SEVERIDAD
		       MOVE SPACES TO W-MENSAJE
		       STRING "CLABE COMPARTIDA CON EMPLEADO "
			   DELIMITED BY SIZE
			   TL-ID(I-CLB) DELIMITED BY SPACE
			   INTO W-MENSAJE
		       END-STRING
		       PERFORM 160-AGREGA-HALLAZGO
		   END-IF
	       END-PERFORM
	       PERFORM 235-REVISA-CAMBIO-CLABE
	   END-IF.

       235-REVISA-CAMBIO-CLABE.
	   IF TL-FEC-CAMBIO(IDX-CLB) > ZEROS
		   AND TL-FEC-CAMBIO(IDX-CLB) NOT > W-FECHA-HOY
	       COMPUTE W-DIAS =
		   FUNCTION INTEGER-OF-DATE(W-FECHA-HOY)
		   - FUNCTION INTEGER-OF-DATE(TL-FEC-CAMBIO(IDX-CLB))
	       IF W-DIAS NOT > DIAS-CLABE
		   MOVE "A" TO W-SEVERIDAD
		   MOVE W-DIAS TO W-DIAS-ED
		   MOVE SPACES TO W-MENSAJE
		   STRING "CLABE MODIFICADA HACE " DELIMITED BY SIZE
		       W-DIAS-ED DELIMITED BY SIZE
		       " DIAS" DELIMITED BY SIZE
		       INTO W-MENSAJE
		   END-STRING
		   PERFORM 160-AGREGA-HALLAZGO
	       END-IF
	   END-IF.

       240-REVISA-TABULADOR.
	   MOVE EMP-REC-PUESTO TO PUE-REC-CODIGO
	   READ PUESTOS
	       INVALID KEY
		   MOVE ZEROS TO PUE-REC-SUELDO-MAX
	   END-READ
	   IF PUE-REC-SUELDO-MAX > ZEROS
	       PERFORM 310-OBTIENE-NETO
	       COMPUTE W-LIMITE ROUNDED = PUE-REC-SUELDO-MAX
		   * (100 + TOL-TABULADOR) / 100
	       IF W-NETO > W-LIMITE
		   MOVE "A" TO W-SEVERIDAD
		   MOVE SPACES TO W-MENSAJE
		   STRING "NETO EXCEDE TABULADOR DEL PUESTO "
		       DELIMITED BY SIZE
		       EMP-REC-PUESTO DELIMITED BY SPACE
		       INTO W-MENSAJE
		   END-STRING
		   PERFORM 160-AGREGA-HALLAZGO
	       END-IF
	   END-IF.

       310-OBTIENE-NETO.
	   MOVE ZEROS TO SW-HISTORIA-OK
	   IF SW-HISTORIA = 1
	       MOVE EMPLEADO-ID-S TO HIS-EMPLEADO-ID
	       MOVE PERIODO-S TO HIS-PERIODO
	       READ HISTNOM
		   INVALID KEY
		       CONTINUE
		   NOT INVALID KEY
		       MOVE 1 TO SW-HISTORIA-OK
	       END-READ
	   END-IF
	   IF SW-HISTORIA-OK = 1
	       MOVE HIS-NETO TO W-NETO
	   ELSE
	       CALL "DEDUCCION" USING SUELDO-S W-IMPUESTO
		   W-IMSS W-NETO W-FECHA-CALC EMPLEADO-ID-S PERIODO-S
		   W-DIAS-AUS CUO-IMSS W-SUBSIDIO
	   END-IF.

       500-REPORTA.
	   OPEN OUTPUT CTLREP
	   MOVE W-PERIODO TO PERIODO-E
	   WRITE LINEA FROM ENCABEZADO-CTL
	   WRITE LINEA FROM LINEA-R3
	   MOVE "C" TO W-SEV-LISTA
	   MOVE "CRITICO - RETIENE LA DISPERSION" TO SEV-DESC-E
	   PERFORM 510-LISTA-SEVERIDAD
	   MOVE "A" TO W-SEV-LISTA
	   MOVE "AVISO - REVISAR ANTES DE LIBERAR" TO SEV-DESC-E
	   PERFORM 510-LISTA-SEVERIDAD
	   MOVE REG-LEIDOS TO CTL-LEIDOS
	   MOVE NUM-HALLAZGOS TO CTL-HAL
	   MOVE NUM-CRITICOS TO CTL-CRIT
	   WRITE LINEA FROM LINEA-R3
	   WRITE LINEA FROM LINEA-CTL-HAL
	   IF NUM-CRITICOS > ZEROS
	       WRITE LINEA FROM LINEA-RETENCION AFTER ADVANCING 2 LINES
	   END-IF
	   CLOSE CTLREP.

       510-LISTA-SEVERIDAD.
	   MOVE W-SEV-LISTA TO SEVERIDAD-E
	   WRITE LINEA FROM ENCABEZADO-SEV AFTER ADVANCING 2 LINES
	   PERFORM VARYING I-HAL FROM 1 BY 1
		   UNTIL I-HAL > NUM-HALLAZGOS
	       IF TH-SEVERIDAD(I-HAL) = W-SEV-LISTA
		   MOVE TH-ID(I-HAL) TO ID-H
		   MOVE TH-MENSAJE(I-HAL) TO MENSAJE-H
		   WRITE LINEA FROM LINEA-HAL
	       END-IF
	   END-PERFORM.

       550-ESCRIBE-CONTROL.
	   OPEN OUTPUT CTLDISP
	   MOVE W-PERIODO TO CTD-PERIODO
	   ACCEPT CTD-FECHA FROM DATE
	   ACCEPT CTD-HORA FROM TIME
	   MOVE REG-LEIDOS TO CTD-REGISTROS
	   MOVE NUM-HALLAZGOS TO CTD-HALLAZGOS
	   MOVE NUM-CRITICOS TO CTD-CRITICOS
	   WRITE REG-CTLDISP
	   CLOSE CTLDISP.

       560-ALERTAS.
	   PERFORM VARYING I-HAL FROM 1 BY 1
		   UNTIL I-HAL > NUM-HALLAZGOS
	       MOVE TH-SEVERIDAD(I-HAL) TO W-ALR-SEVERIDAD
	       MOVE TH-ID(I-HAL) TO W-ALR-LLAVE
	       MOVE TH-MENSAJE(I-HAL) TO W-ALR-MENSAJE
	       CALL "ALERTA" USING W-ALR-PROGRAMA W-ALR-SEVERIDAD
		   W-ALR-LLAVE W-ALR-MENSAJE
	   END-PERFORM.

       600-ESCRIBE-RUNLOG.
	   MOVE "CTLDISP" TO RUNLOG-PROGRAMA
	   ACCEPT RUNLOG-FECHA FROM DATE
	   ACCEPT RUNLOG-HORA FROM TIME
	   MOVE RETURN-CODE TO W-RC-GUARDA
	   CALL "SESUSR" USING RUNLOG-USUARIO
	   MOVE W-RC-GUARDA TO RETURN-CODE
	   MOVE REG-LEIDOS TO RUNLOG-LEIDOS
	   MOVE NUM-HALLAZGOS TO RUNLOG-ESCRITOS
	   OPEN EXTEND RUNLOG
	   IF RUNLOG-STATUS = "35"
	       OPEN OUTPUT RUNLOG
	   END-IF
	   WRITE REG-RUNLOG
	   CLOSE RUNLOG.
