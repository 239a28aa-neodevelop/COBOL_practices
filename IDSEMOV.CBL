       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDSEMOV.
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
	   SELECT EMPSEG ASSIGN TO "EMPSEG"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS SEG-REC-ID
	       FILE STATUS IS EMPSEG-STATUS.
	   SELECT EMPAUD ASSIGN TO "EMPAUD"
	       FILE STATUS IS EMPAUD-STATUS.
	   SELECT IDSECTL ASSIGN TO "IDSECTL"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS IDS-LLAVE
	       FILE STATUS IS IDSECTL-STATUS.
	   SELECT CFDIEMI ASSIGN TO "CFDIEMI"
	       FILE STATUS IS CFDIEMI-STATUS.
	   SELECT CALEND ASSIGN TO "CALEND"
	       FILE STATUS IS CALEND-STATUS.
	   SELECT IDSELOTE ASSIGN TO "IDSELOTE"
	       ORGANIZATION IS LINE SEQUENTIAL
	       FILE STATUS IS IDSELOTE-STATUS.
	   SELECT IDSEREP ASSIGN TO "IDSEREP".
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EMPMAST.
       COPY "EMPMAST.wks".
       FD EMPSEG.
       COPY "EMPSEGR.wks".
       FD EMPAUD.
       01 REG-EMPAUD.
	   03 AUD-EMP-ID PIC X(8).
	   03 AUD-ACCION PIC X.
	   03 AUD-PROGRAMA PIC X(10).
	   03 AUD-FECHA PIC 9(6).
	   03 AUD-HORA PIC 9(6).
	   03 AUD-USUARIO PIC X(8).
	   03 AUD-ANTES PIC X(117).
	   03 AUD-DESPUES.
	       05 AUD-DES-ID PIC X(8).
	       05 AUD-DES-NOMBRE PIC X(30).
	       05 AUD-DES-DEPTO PIC X(15).
	       05 AUD-DES-FECHA-ALTA PIC 9(6).
	       05 AUD-DES-DIRECCION PIC X(30).
	       05 AUD-DES-ESTATUS PIC X.
	       05 AUD-DES-FECHA-BAJA PIC 9(6).
	       05 AUD-DES-MOTIVO PIC X(15).
	       05 AUD-DES-PUESTO PIC X(6).
       FD IDSECTL.
       COPY "IDSECTL.wks".
       FD CFDIEMI.
       COPY "CFDIEMI.wks".
       FD CALEND.
       01 REG-CALEND.
	   03 CAL-TIPO PIC X.
	   03 CAL-FECHA PIC 9(8).
	   03 CAL-PERIODO PIC 9(8).
	   03 CAL-DESC PIC X(20).
       FD IDSELOTE.
       01 REG-LOTE PIC X(168).
       FD IDSEREP.
       01 LINEA PIC X(80).
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 W-ENM-PROGRAMA PIC X(10) VALUE "IDSEMOV".
       01 W-ENM-TIPO PIC X(5) VALUE SPACES.
       01 W-ENM-LLAVE PIC X(18) VALUE SPACES.
       01 W-ENM-VALOR PIC X(18) VALUE SPACES.
       01 W-ENM-RESULTADO PIC X(18) VALUE SPACES.
       01 EMPMAST-STATUS PIC XX.
       01 EMPSEG-STATUS PIC XX.
       01 EMPAUD-STATUS PIC XX.
       01 IDSECTL-STATUS PIC XX.
       01 CFDIEMI-STATUS PIC XX.
       01 CALEND-STATUS PIC XX.
       01 IDSELOTE-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 SW PIC 9 VALUE ZEROS.
       01 SW-EMPSEG PIC 9 VALUE ZEROS.
       01 SW-SEG-ENC PIC 9 VALUE ZEROS.
       01 SW-COMPLETO PIC 9 VALUE ZEROS.
       01 SW-CAMBIO PIC 9 VALUE ZEROS.
       01 W-CIA PIC X(3) VALUE SPACES.
       01 W-CIA-NOMBRE PIC X(30) VALUE SPACES.
       01 FECHA-AMD PIC 9(6) VALUE ZEROS.
       01 FECHA-HOY PIC 9(8) VALUE ZEROS.
       01 FECHA-DESDE PIC 9(8) VALUE ZEROS.
       01 W-INT-HOY PIC 9(7) VALUE ZEROS.
       01 W-INT-DIA PIC 9(7) VALUE ZEROS.
       01 W-FECHA-DIA PIC 9(8) VALUE ZEROS.
       01 W-DIA-SEMANA PIC 9 VALUE ZEROS.
       01 DIAS-HABILES PIC 9(3) VALUE ZEROS.
       01 DIAS-LIMITE PIC 99 VALUE 5.
       01 DIAS-REVISION PIC 9(3) VALUE 30.
       01 W-PRM-CODIGO PIC X(12) VALUE SPACES.
       01 W-PRM-VALOR PIC 9(7)V99 VALUE ZEROS.
       01 W-PRM-ENC PIC 9 VALUE ZEROS.
       01 W-GUIA PIC 9(5) VALUE ZEROS.
       01 W-REG-PATRONAL PIC X(11) VALUE SPACES.
       01 W-EMP-ID PIC X(8) VALUE SPACES.
       01 W-TIPO-MOV PIC XX VALUE SPACES.
       01 W-FECHA-MOV PIC 9(8) VALUE ZEROS.
       01 W-NOMBRE PIC X(30) VALUE SPACES.
       01 W-MOTIVO-BAJA PIC X(15) VALUE SPACES.
       01 W-CAUSA PIC X VALUE SPACES.
       01 W-NSS-ANT PIC X(11) VALUE SPACES.
       01 W-CURP-ANT PIC X(18) VALUE SPACES.
       01 W-SDI-ANT PIC 9(5)V99 VALUE ZEROS.
       01 W-FECHA-ALTA PIC 9(8) VALUE ZEROS.
       01 W-PTR PIC 99 VALUE ZEROS.
       01 W-FECHA-DDMM PIC 9(8) VALUE ZEROS.
       01 W-FECHA-AAAA PIC 9(8) VALUE ZEROS.
       01 W-FECHA-AAAA-R REDEFINES W-FECHA-AAAA.
	   03 W-FA-ANO PIC 9(4).
	   03 W-FA-MES PIC 99.
	   03 W-FA-DIA PIC 99.
       01 NUM-FERIADOS PIC 99 VALUE ZEROS.
       01 I-FER PIC 99 VALUE ZEROS.
       01 SW-FERIADO PIC 9 VALUE ZEROS.
       01 TABLA-FERIADOS.
	   03 TF-FECHA PIC 9(8) OCCURS 60 TIMES.
       01 REG-LEIDOS PIC 9(07) VALUE ZEROS.
       01 AVISOS-NUEVOS PIC 9(05) VALUE ZEROS.
       01 AVISOS-ENVIADOS PIC 9(05) VALUE ZEROS.
       01 AVISOS-INCOMPLETOS PIC 9(05) VALUE ZEROS.
       01 AVISOS-ATRASADOS PIC 9(05) VALUE ZEROS.
       01 AVISOS-RECHAZADOS PIC 9(05) VALUE ZEROS.
       01 AVISOS-REENVIO PIC 9(05) VALUE ZEROS.
       01 W-ALR-PROGRAMA PIC X(10) VALUE "IDSEMOV".
       01 W-ALR-SEVERIDAD PIC X VALUE "A".
       01 W-ALR-LLAVE PIC X(18) VALUE SPACES.
       01 W-ALR-MENSAJE PIC X(40) VALUE SPACES.
       01 LOTE-ALTA.
	   03 LA-REG-PATRONAL PIC X(11).
	   03 LA-NSS PIC X(11).
	   03 LA-AP-PATERNO PIC X(27).
	   03 LA-AP-MATERNO PIC X(27).
	   03 LA-NOMBRES PIC X(27).
	   03 LA-SALARIO PIC 9(4)V99.
	   03 FILLER PIC X(6) VALUE SPACES.
	   03 LA-TIPO-TRAB PIC X VALUE "1".
	   03 LA-TIPO-SALARIO PIC X VALUE "0".
	   03 LA-JORNADA PIC X VALUE "0".
	   03 LA-FECHA-MOV PIC 9(8).
	   03 LA-UMF PIC X(3) VALUE "000".
	   03 FILLER PIC X(2) VALUE SPACES.
	   03 LA-TIPO-MOV PIC XX.
	   03 LA-GUIA PIC 9(5).
	   03 LA-CLAVE-TRAB PIC X(10).
	   03 FILLER PIC X VALUE SPACES.
	   03 LA-CURP PIC X(18).
	   03 LA-IDENTIFICADOR PIC X VALUE "9".
       01 LOTE-BAJA.
	   03 LB-REG-PATRONAL PIC X(11).
	   03 LB-NSS PIC X(11).
	   03 LB-AP-PATERNO PIC X(27).
	   03 LB-AP-MATERNO PIC X(27).
	   03 LB-NOMBRES PIC X(27).
	   03 FILLER PIC X(15) VALUE SPACES.
	   03 LB-FECHA-MOV PIC 9(8).
	   03 FILLER PIC X(5) VALUE SPACES.
	   03 LB-TIPO-MOV PIC XX VALUE "02".
	   03 LB-GUIA PIC 9(5).
	   03 LB-CLAVE-TRAB PIC X(10).
	   03 LB-CAUSA-BAJA PIC X.
	   03 FILLER PIC X(18) VALUE SPACES.
	   03 LB-IDENTIFICADOR PIC X VALUE "9".
       01 W-AP-PATERNO PIC X(27) VALUE SPACES.
       01 W-AP-MATERNO PIC X(27) VALUE SPACES.
       01 W-NOMBRES PIC X(27) VALUE SPACES.
       01 LINEA-R3 PIC X(80) VALUE ALL "==".
       01 ENCABEZADO-IDS.
	   03 FILLER PIC X(10) VALUE SPACES.
	   03 FILLER PIC X(38) VALUE
	      "AVISOS AFILIATORIOS IMSS (IDSE)  AL ".
	   03 FECHA-ENC PIC 9(08).
       01 ENCABEZADO-IDS2.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 FILLER PIC X(09) VALUE "EMPL-ID".
	   03 FILLER PIC X(04) VALUE "MOV".
	   03 FILLER PIC X(09) VALUE "FECHA".
	   03 FILLER PIC X(12) VALUE "NSS".
	   03 FILLER PIC X(10) VALUE "       SDI".
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 FILLER PIC X(30) VALUE "SITUACION".
       01 LINEA-IDS.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 EMPLEADO-ID-D PIC X(08).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 TIPO-MOV-D PIC XX.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 FECHA-MOV-D PIC 9(08).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 NSS-D PIC X(11).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 SDI-D PIC Z(4)9.99.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 SITUACION-D PIC X(35).
       01 LINEA-CTL-IDS.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 CTL-TEXTO PIC X(40).
	   03 CTL-CUENTA PIC ZZ,ZZ9.
       01 LINEA-SIN-PATRON.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(60) VALUE
	      "*** SIN REGISTRO PATRONAL EN CFDIEMI - SIN LOTE".

       PROCEDURE DIVISION.
       000-INICIO.
	   MOVE ZEROS TO RETURN-CODE
	   CALL "SETCIA" USING W-CIA W-CIA-NOMBRE
	   ACCEPT FECHA-AMD FROM DATE
	   COMPUTE FECHA-HOY = 20000000 + FECHA-AMD
	   COMPUTE W-INT-HOY = FUNCTION INTEGER-OF-DATE(FECHA-HOY)
	   PERFORM 020-LEE-PARAMETROS
	   COMPUTE FECHA-DESDE = FUNCTION DATE-OF-INTEGER
	       (W-INT-HOY - DIAS-REVISION)
	   PERFORM 030-LEE-PATRON
	   PERFORM 040-CARGA-FERIADOS
	   OPEN INPUT EMPMAST
	   IF EMPMAST-STATUS NOT = "00"
	       DISPLAY "IDSEMOV: NO SE PUDO ABRIR EMPMAST "
		   EMPMAST-STATUS
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	   END-IF
	   MOVE ZEROS TO SW-EMPSEG
	   OPEN INPUT EMPSEG
	   IF EMPSEG-STATUS = "00"
	       MOVE 1 TO SW-EMPSEG
	   END-IF
	   OPEN I-O IDSECTL
	   IF IDSECTL-STATUS = "35"
	       OPEN OUTPUT IDSECTL
	       CLOSE IDSECTL
	       OPEN I-O IDSECTL
	   END-IF
	   IF IDSECTL-STATUS NOT = "00"
	       DISPLAY "IDSEMOV: NO SE PUDO ABRIR IDSECTL "
		   IDSECTL-STATUS
	       CLOSE EMPMAST
	       IF SW-EMPSEG = 1
		   CLOSE EMPSEG
	       END-IF
	       MOVE 16 TO RETURN-CODE
	       GOBACK
	   END-IF
	   OPEN OUTPUT IDSEREP
	   MOVE FECHA-HOY TO FECHA-ENC
	   WRITE LINEA FROM ENCABEZADO-IDS
	   WRITE LINEA FROM LINEA-R3
	   WRITE LINEA FROM ENCABEZADO-IDS2
	   WRITE LINEA FROM LINEA-R3
	   PERFORM 100-DETECTA-EMPMAST
	   PERFORM 150-DETECTA-EMPAUD
	   IF SW-EMPSEG = 1
	       PERFORM 180-DETECTA-EMPSEG
	   END-IF
	   PERFORM 400-GENERA-LOTE
	   PERFORM 500-FINAL
	   GOBACK.

       020-LEE-PARAMETROS.
	   MOVE "IDSE-DIAS" TO W-PRM-CODIGO
	   MOVE ZEROS TO W-PRM-ENC
	   CALL "PARAMGET" USING W-PRM-CODIGO W-PRM-VALOR W-PRM-ENC
	   IF W-PRM-ENC = 1 AND W-PRM-VALOR > ZEROS
	       MOVE W-PRM-VALOR TO DIAS-REVISION
	   END-IF
	   MOVE "IDSE-GUIA" TO W-PRM-CODIGO
	   MOVE ZEROS TO W-PRM-ENC
	   CALL "PARAMGET" USING W-PRM-CODIGO W-PRM-VALOR W-PRM-ENC
	   IF W-PRM-ENC = 1
	       MOVE W-PRM-VALOR TO W-GUIA
	   END-IF.

       030-LEE-PATRON.
	   MOVE SPACES TO W-REG-PATRONAL
	   OPEN INPUT CFDIEMI
	   IF CFDIEMI-STATUS = "00"
	       READ CFDIEMI
		   AT END
		       MOVE SPACES TO REG-CFDIEMI
	       END-READ
	       MOVE EMI-REG-PATRONAL TO W-REG-PATRONAL
	       CLOSE CFDIEMI
	   END-IF.

       040-CARGA-FERIADOS.
	   MOVE ZEROS TO NUM-FERIADOS
	   OPEN INPUT CALEND
	   IF CALEND-STATUS = "00"
	       PERFORM UNTIL CALEND-STATUS = "10"
		   READ CALEND
		       AT END
			   MOVE "10" TO CALEND-STATUS
		       NOT AT END
			   IF CAL-TIPO = "F"
			      AND CAL-FECHA NOT < FECHA-DESDE
			      AND CAL-FECHA NOT > FECHA-HOY
			      AND NUM-FERIADOS < 60
			       ADD 1 TO NUM-FERIADOS
			       MOVE CAL-FECHA TO TF-FECHA(NUM-FERIADOS)
			   END-IF
		   END-READ
	       END-PERFORM
	       CLOSE CALEND
	   END-IF.

       100-DETECTA-EMPMAST.
	   MOVE ZEROS TO SW
	   PERFORM UNTIL SW = 1
	       READ EMPMAST NEXT
		   AT END
		       MOVE 1 TO SW
		   NOT AT END
		       ADD 1 TO REG-LEIDOS
		       PERFORM 110-MOVIMIENTOS-EMPLEADO
	       END-READ
	   END-PERFORM.

       110-MOVIMIENTOS-EMPLEADO.
	   MOVE EMP-REC-ID TO W-EMP-ID
	   MOVE EMP-REC-NOMBRE TO W-NOMBRE
	   IF EMP-REC-FECHA-ALTA > ZEROS
	       COMPUTE W-FECHA-MOV = EMP-REC-FECHA-ALTA + 20000000
	       IF W-FECHA-MOV NOT < FECHA-DESDE
		   MOVE "08" TO W-TIPO-MOV
		   MOVE SPACES TO W-MOTIVO-BAJA
		   PERFORM 300-REGISTRA-MOVIMIENTO
	       END-IF
	   END-IF
	   IF EMP-REC-ESTATUS = "I" AND EMP-REC-FECHA-BAJA > ZEROS
	       COMPUTE W-FECHA-MOV = EMP-REC-FECHA-BAJA + 20000000
	       IF W-FECHA-MOV NOT < FECHA-DESDE
		   MOVE "02" TO W-TIPO-MOV
		   MOVE EMP-REC-MOTIVO-BAJA TO W-MOTIVO-BAJA
		   PERFORM 300-REGISTRA-MOVIMIENTO
	       END-IF
	   END-IF.

       150-DETECTA-EMPAUD.
	   OPEN INPUT EMPAUD
	   IF EMPAUD-STATUS = "00"
	       MOVE ZEROS TO SW
	       PERFORM UNTIL SW = 1
		   READ EMPAUD
		       AT END
			   MOVE 1 TO SW
		       NOT AT END
			   ADD 1 TO REG-LEIDOS
			   PERFORM 160-MOVIMIENTO-AUDITORIA
		   END-READ
	       END-PERFORM
	       CLOSE EMPAUD
	   END-IF.

       160-MOVIMIENTO-AUDITORIA.
	   MOVE AUD-EMP-ID TO W-EMP-ID
	   MOVE AUD-DES-NOMBRE TO W-NOMBRE
	   MOVE ZEROS TO W-FECHA-MOV
	   EVALUATE AUD-ACCION
	       WHEN "A"
	       WHEN "R"
		   IF AUD-DES-FECHA-ALTA > ZEROS
		       COMPUTE W-FECHA-MOV =
			   AUD-DES-FECHA-ALTA + 20000000
		   END-IF
		   MOVE "08" TO W-TIPO-MOV
		   MOVE SPACES TO W-MOTIVO-BAJA
	       WHEN "B"
		   IF AUD-DES-FECHA-BAJA > ZEROS
		       COMPUTE W-FECHA-MOV =
			   AUD-DES-FECHA-BAJA + 20000000
		   END-IF
		   MOVE "02" TO W-TIPO-MOV
		   MOVE AUD-DES-MOTIVO TO W-MOTIVO-BAJA
	       WHEN OTHER
		   CONTINUE
	   END-EVALUATE
	   IF W-FECHA-MOV NOT < FECHA-DESDE
	       PERFORM 300-REGISTRA-MOVIMIENTO
	   END-IF.

       180-DETECTA-EMPSEG.
	   MOVE ZEROS TO SW
	   PERFORM UNTIL SW = 1
	       READ EMPSEG NEXT
		   AT END
		       MOVE 1 TO SW
		   NOT AT END
		       ADD 1 TO REG-LEIDOS
		       IF SEG-REC-SDI-VIG NOT < FECHA-DESDE
			       AND SEG-REC-SDI > ZEROS
			   PERFORM 190-MODIFICACION-SALARIO
		       END-IF
	       END-READ
	   END-PERFORM.

       190-MODIFICACION-SALARIO.
	   MOVE SEG-REC-ID TO W-EMP-ID
	   MOVE SEG-REC-SDI-VIG TO W-FECHA-MOV
	   MOVE SEG-REC-ID TO EMP-REC-ID
	   READ EMPMAST
	       INVALID KEY
		   MOVE SPACES TO EMP-REC-NOMBRE
		   MOVE ZEROS TO EMP-REC-FECHA-ALTA
		   MOVE "I" TO EMP-REC-ESTATUS
	   END-READ
	   MOVE ZEROS TO W-FECHA-ALTA
	   IF EMP-REC-FECHA-ALTA > ZEROS
	       COMPUTE W-FECHA-ALTA = EMP-REC-FECHA-ALTA + 20000000
	   END-IF
	   IF EMP-REC-ESTATUS NOT = "I"
		   AND W-FECHA-MOV > W-FECHA-ALTA
	       MOVE EMP-REC-NOMBRE TO W-NOMBRE
	       MOVE "07" TO W-TIPO-MOV
	       MOVE SPACES TO W-MOTIVO-BAJA
	       PERFORM 300-REGISTRA-MOVIMIENTO
	   END-IF.

       300-REGISTRA-MOVIMIENTO.
	   MOVE W-EMP-ID TO IDS-EMPLEADO-ID
	   MOVE W-TIPO-MOV TO IDS-TIPO-MOV
	   MOVE W-FECHA-MOV TO IDS-FECHA-MOV
	   READ IDSECTL
	       INVALID KEY
		   PERFORM 310-NUEVO-AVISO
	       NOT INVALID KEY
		   IF IDS-ESTADO = "P" OR IDS-ESTADO = "R"
		       PERFORM 320-REFRESCA-AVISO
		   END-IF
	   END-READ.

       310-NUEVO-AVISO.
	   INITIALIZE REG-IDSECTL
	   MOVE W-EMP-ID TO IDS-EMPLEADO-ID
	   MOVE W-TIPO-MOV TO IDS-TIPO-MOV
	   MOVE W-FECHA-MOV TO IDS-FECHA-MOV
	   MOVE W-NOMBRE TO IDS-NOMBRE
	   PERFORM 330-DATOS-SEGURIDAD
	   PERFORM 340-CAUSA-BAJA
	   MOVE W-CAUSA TO IDS-CAUSA-BAJA
	   MOVE "P" TO IDS-ESTADO
	   MOVE FECHA-HOY TO IDS-FECHA-DET
	   WRITE REG-IDSECTL
	       INVALID KEY
		   CONTINUE
	       NOT INVALID KEY
		   ADD 1 TO AVISOS-NUEVOS
		   MOVE "NUEVO MOVIMIENTO DETECTADO" TO SITUACION-D
		   PERFORM 350-IMPRIME
	   END-WRITE.

       320-REFRESCA-AVISO.
	   MOVE IDS-NSS TO W-NSS-ANT
	   MOVE IDS-CURP TO W-CURP-ANT
	   MOVE IDS-SDI TO W-SDI-ANT
	   IF W-NOMBRE NOT = SPACES
	       MOVE W-NOMBRE TO IDS-NOMBRE
	   END-IF
	   PERFORM 330-DATOS-SEGURIDAD
	   MOVE ZEROS TO SW-CAMBIO
	   IF IDS-NSS NOT = W-NSS-ANT OR IDS-CURP NOT = W-CURP-ANT
		   OR IDS-SDI NOT = W-SDI-ANT
	       MOVE 1 TO SW-CAMBIO
	   END-IF
	   IF IDS-ESTADO = "R" AND SW-CAMBIO = 1
	       MOVE "P" TO IDS-ESTADO
	       MOVE SPACES TO IDS-MOTIVO
	       ADD 1 TO AVISOS-REENVIO
	       MOVE "RECHAZADO - DATOS CORREGIDOS" TO SITUACION-D
	       PERFORM 350-IMPRIME
	   END-IF
	   REWRITE REG-IDSECTL.

       330-DATOS-SEGURIDAD.
	   MOVE ZEROS TO SW-SEG-ENC
	   IF SW-EMPSEG = 1
	       MOVE IDS-EMPLEADO-ID TO SEG-REC-ID
	       READ EMPSEG
		   INVALID KEY
		       CONTINUE
		   NOT INVALID KEY
		       MOVE 1 TO SW-SEG-ENC
		       MOVE SEG-REC-NSS TO IDS-NSS
		       MOVE SEG-REC-CURP TO IDS-CURP
		       IF IDS-TIPO-MOV NOT = "02"
			   MOVE SEG-REC-SDI TO IDS-SDI
		       END-IF
	       END-READ
	   END-IF.

       340-CAUSA-BAJA.
	   MOVE SPACES TO W-CAUSA
	   IF W-TIPO-MOV = "02"
	       EVALUATE TRUE
		   WHEN W-MOTIVO-BAJA(1:3) = "TER"
		       MOVE "1" TO W-CAUSA
		   WHEN W-MOTIVO-BAJA(1:3) = "REN"
		       MOVE "2" TO W-CAUSA
		   WHEN W-MOTIVO-BAJA(1:3) = "ABA"
		       MOVE "3" TO W-CAUSA
		   WHEN W-MOTIVO-BAJA(1:3) = "DEF"
		       MOVE "4" TO W-CAUSA
		   WHEN W-MOTIVO-BAJA(1:3) = "CLA"
		       MOVE "5" TO W-CAUSA
		   WHEN W-MOTIVO-BAJA(1:3) = "AUS"
		       MOVE "7" TO W-CAUSA
		   WHEN W-MOTIVO-BAJA(1:3) = "RES"
		   WHEN W-MOTIVO-BAJA(1:3) = "DES"
		       MOVE "8" TO W-CAUSA
		   WHEN W-MOTIVO-BAJA(1:3) = "JUB"
		       MOVE "9" TO W-CAUSA
		   WHEN W-MOTIVO-BAJA(1:3) = "PEN"
		       MOVE "A" TO W-CAUSA
		   WHEN OTHER
		       MOVE "6" TO W-CAUSA
	       END-EVALUATE
	   END-IF.

       350-IMPRIME.
	   MOVE IDS-EMPLEADO-ID TO EMPLEADO-ID-D
	   MOVE IDS-TIPO-MOV TO TIPO-MOV-D
	   MOVE IDS-FECHA-MOV TO FECHA-MOV-D
	   MOVE "NSS" TO W-ENM-TIPO
	   MOVE IDS-EMPLEADO-ID TO W-ENM-LLAVE
	   MOVE IDS-NSS TO W-ENM-VALOR
	   CALL "ENMASC" USING W-ENM-PROGRAMA W-ENM-TIPO W-ENM-LLAVE
	       W-ENM-VALOR W-ENM-RESULTADO
	   MOVE W-ENM-RESULTADO TO NSS-D
	   MOVE IDS-SDI TO SDI-D
	   WRITE LINEA FROM LINEA-IDS.

       400-GENERA-LOTE.
	   IF W-REG-PATRONAL = SPACES
	       WRITE LINEA FROM LINEA-SIN-PATRON
	       MOVE 4 TO RETURN-CODE
	   ELSE
	       OPEN OUTPUT IDSELOTE
	   END-IF
	   MOVE LOW-VALUES TO IDS-LLAVE
	   START IDSECTL KEY NOT < IDS-LLAVE
	       INVALID KEY
		   MOVE 1 TO SW
	       NOT INVALID KEY
		   MOVE ZEROS TO SW
	   END-START
	   PERFORM UNTIL SW = 1
	       READ IDSECTL NEXT
		   AT END
		       MOVE 1 TO SW
		   NOT AT END
		       EVALUATE IDS-ESTADO
			   WHEN "P"
			       PERFORM 410-AVISO-PENDIENTE
			   WHEN "R"
			       ADD 1 TO AVISOS-RECHAZADOS
			       MOVE IDS-MOTIVO TO SITUACION-D
			       PERFORM 350-IMPRIME
			   WHEN OTHER
			       CONTINUE
		       END-EVALUATE
	       END-READ
	   END-PERFORM
	   IF W-REG-PATRONAL NOT = SPACES
	       CLOSE IDSELOTE
	   END-IF.

       410-AVISO-PENDIENTE.
	   MOVE 1 TO SW-COMPLETO
	   IF IDS-NSS = SPACES
	       MOVE ZEROS TO SW-COMPLETO
	       MOVE "PENDIENTE - SIN NSS EN EMPSEG" TO SITUACION-D
	   END-IF
	   IF IDS-TIPO-MOV NOT = "02" AND IDS-SDI = ZEROS
	       MOVE ZEROS TO SW-COMPLETO
	       MOVE "PENDIENTE - SIN SDI EN EMPSEG" TO SITUACION-D
	   END-IF
	   IF IDS-TIPO-MOV = "08" AND IDS-CURP = SPACES
	       MOVE ZEROS TO SW-COMPLETO
	       MOVE "PENDIENTE - SIN CURP EN EMPSEG" TO SITUACION-D
	   END-IF
	   IF W-REG-PATRONAL = SPACES
	       MOVE ZEROS TO SW-COMPLETO
	       MOVE "PENDIENTE - SIN REGISTRO PATRONAL" TO SITUACION-D
	   END-IF
	   IF SW-COMPLETO = 1
	       PERFORM 420-ESCRIBE-LOTE
	       MOVE "E" TO IDS-ESTADO
	       MOVE FECHA-HOY TO IDS-FECHA-ENVIO
	       MOVE FECHA-HOY TO IDS-LOTE
	       REWRITE REG-IDSECTL
	       ADD 1 TO AVISOS-ENVIADOS
	       MOVE "INCLUIDO EN EL LOTE IDSE" TO SITUACION-D
	       PERFORM 350-IMPRIME
	   ELSE
	       ADD 1 TO AVISOS-INCOMPLETOS
	       PERFORM 350-IMPRIME
	       PERFORM 450-DIAS-HABILES
	       IF DIAS-HABILES > DIAS-LIMITE
		   ADD 1 TO AVISOS-ATRASADOS
		   PERFORM 460-ALERTA-ATRASO
	       END-IF
	   END-IF.

       420-ESCRIBE-LOTE.
	   MOVE SPACES TO W-AP-PATERNO W-AP-MATERNO W-NOMBRES
	   MOVE 1 TO W-PTR
	   UNSTRING IDS-NOMBRE DELIMITED BY ALL SPACE
	       INTO W-AP-PATERNO W-AP-MATERNO
	       WITH POINTER W-PTR
	   END-UNSTRING
	   IF W-PTR < 31
	       MOVE IDS-NOMBRE(W-PTR:) TO W-NOMBRES
	   END-IF
	   MOVE IDS-FECHA-MOV TO W-FECHA-AAAA
	   COMPUTE W-FECHA-DDMM = W-FA-DIA * 1000000 + W-FA-MES * 10000
	       + W-FA-ANO
	   IF IDS-TIPO-MOV = "02"
	       MOVE W-REG-PATRONAL TO LB-REG-PATRONAL
	       MOVE IDS-NSS TO LB-NSS
	       MOVE W-AP-PATERNO TO LB-AP-PATERNO
	       MOVE W-AP-MATERNO TO LB-AP-MATERNO
	       MOVE W-NOMBRES TO LB-NOMBRES
	       MOVE W-FECHA-DDMM TO LB-FECHA-MOV
	       MOVE W-GUIA TO LB-GUIA
	       MOVE IDS-EMPLEADO-ID TO LB-CLAVE-TRAB
	       MOVE IDS-CAUSA-BAJA TO LB-CAUSA-BAJA
	       WRITE REG-LOTE FROM LOTE-BAJA
	   ELSE
	       MOVE W-REG-PATRONAL TO LA-REG-PATRONAL
	       MOVE IDS-NSS TO LA-NSS
	       MOVE W-AP-PATERNO TO LA-AP-PATERNO
	       MOVE W-AP-MATERNO TO LA-AP-MATERNO
	       MOVE W-NOMBRES TO LA-NOMBRES
	       MOVE IDS-SDI TO LA-SALARIO
	       MOVE W-FECHA-DDMM TO LA-FECHA-MOV
	       MOVE IDS-TIPO-MOV TO LA-TIPO-MOV
	       MOVE W-GUIA TO LA-GUIA
	       MOVE IDS-EMPLEADO-ID TO LA-CLAVE-TRAB
	       MOVE IDS-CURP TO LA-CURP
	       WRITE REG-LOTE FROM LOTE-ALTA
	   END-IF.

       450-DIAS-HABILES.
	   MOVE ZEROS TO DIAS-HABILES
	   COMPUTE W-INT-DIA = FUNCTION INTEGER-OF-DATE(IDS-FECHA-MOV)
	       + 1
	   PERFORM UNTIL W-INT-DIA > W-INT-HOY
	       COMPUTE W-DIA-SEMANA =
		   FUNCTION MOD(W-INT-DIA - 1, 7) + 1
	       IF W-DIA-SEMANA < 6
		   COMPUTE W-FECHA-DIA =
		       FUNCTION DATE-OF-INTEGER(W-INT-DIA)
		   MOVE ZEROS TO SW-FERIADO
		   PERFORM VARYING I-FER FROM 1 BY 1
			   UNTIL I-FER > NUM-FERIADOS
		       IF TF-FECHA(I-FER) = W-FECHA-DIA
			   MOVE 1 TO SW-FERIADO
		       END-IF
		   END-PERFORM
		   IF SW-FERIADO = ZEROS
		       ADD 1 TO DIAS-HABILES
		   END-IF
	       END-IF
	       ADD 1 TO W-INT-DIA
	   END-PERFORM.

       460-ALERTA-ATRASO.
	   MOVE IDS-LLAVE TO W-ALR-LLAVE
	   MOVE SPACES TO W-ALR-MENSAJE
	   STRING "AVISO IDSE SIN ENVIAR " DELIMITED BY SIZE
	       DIAS-HABILES DELIMITED BY SIZE
	       " DIAS HABILES" DELIMITED BY SIZE
	       INTO W-ALR-MENSAJE
	   END-STRING
	   CALL "ALERTA" USING W-ALR-PROGRAMA W-ALR-SEVERIDAD
	       W-ALR-LLAVE W-ALR-MENSAJE.

       500-FINAL.
	   WRITE LINEA FROM LINEA-R3
	   MOVE "MOVIMIENTOS NUEVOS DETECTADOS:" TO CTL-TEXTO
	   MOVE AVISOS-NUEVOS TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-IDS
	   MOVE "AVISOS INCLUIDOS EN EL LOTE IDSE:" TO CTL-TEXTO
	   MOVE AVISOS-ENVIADOS TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-IDS
	   MOVE "AVISOS PENDIENTES POR DATOS FALTANTES:" TO CTL-TEXTO
	   MOVE AVISOS-INCOMPLETOS TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-IDS
	   MOVE "PENDIENTES FUERA DE PLAZO:" TO CTL-TEXTO
	   MOVE AVISOS-ATRASADOS TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-IDS
	   MOVE "RECHAZADOS POR EL IMSS SIN CORREGIR:" TO CTL-TEXTO
	   MOVE AVISOS-RECHAZADOS TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-IDS
	   MOVE "RECHAZADOS REENVIADOS CON CORRECCION:" TO CTL-TEXTO
	   MOVE AVISOS-REENVIO TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-IDS
	   IF AVISOS-ATRASADOS > ZEROS OR AVISOS-RECHAZADOS > ZEROS
	       MOVE 4 TO RETURN-CODE
	   END-IF
	   PERFORM 600-ESCRIBE-RUNLOG
	   CLOSE EMPMAST
	   IF SW-EMPSEG = 1
	       CLOSE EMPSEG
	   END-IF
	   CLOSE IDSECTL
	   CLOSE IDSEREP.

       600-ESCRIBE-RUNLOG.
	   MOVE "IDSEMOV" TO RUNLOG-PROGRAMA
	   ACCEPT RUNLOG-FECHA FROM DATE
	   ACCEPT RUNLOG-HORA FROM TIME
	   MOVE RETURN-CODE TO W-RC-GUARDA
	   CALL "SESUSR" USING RUNLOG-USUARIO
	   MOVE W-RC-GUARDA TO RETURN-CODE
	   MOVE REG-LEIDOS TO RUNLOG-LEIDOS
	   COMPUTE RUNLOG-ESCRITOS = AVISOS-NUEVOS + AVISOS-ENVIADOS
	   OPEN EXTEND RUNLOG
	   IF RUNLOG-STATUS = "35"
	       OPEN OUTPUT RUNLOG
	   END-IF
	   WRITE REG-RUNLOG
	   CLOSE RUNLOG.
