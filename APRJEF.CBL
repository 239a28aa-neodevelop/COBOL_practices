       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRJEF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT BCOPEND ASSIGN TO "BCOPEND"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS SEQUENTIAL
	       RECORD KEY IS PND-REC-ID
	       FILE STATUS IS BCOPEND-STATUS.
	   SELECT EMPMAST ASSIGN TO "EMPMAST"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS EMP-REC-ID
	       FILE STATUS IS EMPMAST-STATUS.
	   SELECT EMPJEF ASSIGN TO "EMPJEF"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS JEF-EMPLEADO-ID
	       FILE STATUS IS EMPJEF-STATUS.
	   SELECT DEPCAT ASSIGN TO "DEPCAT"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS DEP-REC-CODIGO
	       FILE STATUS IS DEPCAT-STATUS.
	   SELECT REPAPR ASSIGN TO "REPAPR".
	   SELECT REPALOG ASSIGN TO "REPALOG".
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BCOPEND.
       COPY "BCOPEND.wks".
       FD EMPMAST.
       COPY "EMPMAST.wks".
       FD EMPJEF.
       COPY "EMPJEF.wks".
       FD DEPCAT.
       COPY "DEPCAT.wks".
       FD REPAPR.
       01 LINEA PIC X(80).
       FD REPALOG.
       01 LINEA-LOG PIC X(80).
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 BCOPEND-STATUS PIC XX.
       01 EMPMAST-STATUS PIC XX.
       01 EMPJEF-STATUS PIC XX.
       01 DEPCAT-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 SW PIC 9 VALUE ZEROS.
       01 SW-EMPMAST PIC 9 VALUE ZEROS.
       01 SW-EMPJEF PIC 9 VALUE ZEROS.
       01 SW-JEFE PIC 9 VALUE ZEROS.
       01 W-CIA PIC X(3) VALUE SPACES.
       01 W-CIA-NOMBRE PIC X(30) VALUE SPACES.
       01 FECHA-AMD PIC 9(6) VALUE ZEROS.
       01 FECHA-HOY PIC 9(8) VALUE ZEROS.
       01 W-INT-HOY PIC 9(7) VALUE ZEROS.
       01 W-EMP-NOMBRE PIC X(30) VALUE SPACES.
       01 W-EMP-DEPTO PIC X(15) VALUE SPACES.
       01 W-JEFE-ID PIC X(8) VALUE SPACES.
       01 W-JEFE-NOMBRE PIC X(30) VALUE SPACES.
       01 W-ARCHIVO PIC X(40) VALUE SPACES.
       01 W-JEFE-ANTERIOR PIC X(8) VALUE SPACES.
       01 SW-ABIERTO PIC 9 VALUE ZEROS.
       01 NUM-CATDEP PIC 99 VALUE ZEROS.
       01 I-CATDEP PIC 99 VALUE ZEROS.
       01 TABLA-CATDEP.
	   03 TCD-ENTRADA OCCURS 50 TIMES.
	       05 TCD-NOMBRE PIC X(15).
	       05 TCD-RESPONSABLE PIC X(30).
       01 NUM-PEND PIC 9(03) VALUE ZEROS.
       01 I-PEN PIC 9(03) VALUE ZEROS.
       01 J-PEN PIC 9(03) VALUE ZEROS.
       01 TABLA-PEND.
	   03 TPN-ENTRADA OCCURS 500 TIMES.
	       05 TPN-JEFE PIC X(08).
	       05 TPN-JEFE-NOMBRE PIC X(30).
	       05 TPN-EMPLEADO PIC X(08).
	       05 TPN-NOMBRE PIC X(30).
	       05 TPN-DEPTO PIC X(15).
	       05 TPN-ACCION PIC X.
	       05 TPN-USUARIO PIC X(08).
	       05 TPN-FECHA PIC 9(08).
	       05 TPN-DIAS PIC 9(04).
       01 TPN-AUXILIAR PIC X(112).
       01 REG-LEIDOS PIC 9(07) VALUE ZEROS.
       01 PENDIENTES PIC 9(05) VALUE ZEROS.
       01 SIN-JEFE PIC 9(05) VALUE ZEROS.
       01 ARCHIVOS-GENERADOS PIC 9(03) VALUE ZEROS.
       01 REG-EN-JEFE PIC 9(05) VALUE ZEROS.
       01 LINEA-R3 PIC X(80) VALUE ALL "==".
       01 ENCABEZADO-APR.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(36) VALUE
	      "AUTORIZACIONES PENDIENTES AL ".
	   03 FECHA-ENC PIC 9(08).
       01 ENCABEZADO-APR2.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(12) VALUE "DIRIGIDO A: ".
	   03 JEFE-ID-ENC PIC X(08).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 JEFE-NOMBRE-ENC PIC X(30).
       01 ENCABEZADO-APR3.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 FILLER PIC X(09) VALUE "EMPL-ID".
	   03 FILLER PIC X(26) VALUE "NOMBRE".
	   03 FILLER PIC X(16) VALUE "DEPTO".
	   03 FILLER PIC X(10) VALUE "SOLICITUD".
	   03 FILLER PIC X(09) VALUE "CAPTURO".
	   03 FILLER PIC X(04) VALUE "DIAS".
       01 LINEA-APR.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 EMPLEADO-ID-A PIC X(08).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 NOMBRE-A PIC X(25).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 DEPTO-A PIC X(15).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 ACCION-A PIC X(09).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 USUARIO-A PIC X(08).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 DIAS-A PIC ZZZ9.
       01 ENCABEZADO-LOG.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(41) VALUE
	      "DISTRIBUCION DE AUTORIZACIONES POR JEFE".
	   03 FILLER PIC X(08) VALUE " FECHA: ".
	   03 FECHA-LOG PIC 9(08).
       01 LINEA-LOG-DET.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 JEFE-L PIC X(08).
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 ARCHIVO-L PIC X(40).
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 REGISTROS-L PIC ZZ,ZZ9.
       01 LINEA-CTL-APR.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 CTL-TEXTO PIC X(40).
	   03 CTL-CUENTA PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       000-INICIO.
	   MOVE ZEROS TO RETURN-CODE
	   CALL "SETCIA" USING W-CIA W-CIA-NOMBRE
	   ACCEPT FECHA-AMD FROM DATE
	   COMPUTE FECHA-HOY = 20000000 + FECHA-AMD
	   COMPUTE W-INT-HOY = FUNCTION INTEGER-OF-DATE(FECHA-HOY)
	   OPEN OUTPUT REPALOG
	   MOVE FECHA-HOY TO FECHA-LOG
	   WRITE LINEA-LOG FROM ENCABEZADO-LOG
	   WRITE LINEA-LOG FROM LINEA-R3
	   OPEN INPUT BCOPEND
	   IF BCOPEND-STATUS = "00"
	       PERFORM 050-CARGA-DEPCAT
	       MOVE ZEROS TO SW-EMPMAST
	       OPEN INPUT EMPMAST
	       IF EMPMAST-STATUS = "00"
		   MOVE 1 TO SW-EMPMAST
	       END-IF
	       MOVE ZEROS TO SW-EMPJEF
	       OPEN INPUT EMPJEF
	       IF EMPJEF-STATUS = "00"
		   MOVE 1 TO SW-EMPJEF
	       END-IF
	       PERFORM 100-LECTURA
	       PERFORM 200-PROCESO UNTIL SW = 1
	       CLOSE BCOPEND
	       IF SW-EMPMAST = 1
		   CLOSE EMPMAST
	       END-IF
	       IF SW-EMPJEF = 1
		   CLOSE EMPJEF
	       END-IF
	       PERFORM 300-ORDENA
	       PERFORM VARYING I-PEN FROM 1 BY 1 UNTIL I-PEN > NUM-PEND
		   PERFORM 400-ESCRIBE-PENDIENTE
	       END-PERFORM
	       IF SW-ABIERTO = 1
		   PERFORM 450-CIERRA-JEFE
	       END-IF
	   END-IF
	   PERFORM 500-FINAL
	   CANCEL "JEFDEP"
	   GOBACK.

       050-CARGA-DEPCAT.
	   MOVE ZEROS TO NUM-CATDEP
	   OPEN INPUT DEPCAT
	   IF DEPCAT-STATUS = "00"
	       PERFORM UNTIL DEPCAT-STATUS = "10"
		       OR NUM-CATDEP = 50
		   READ DEPCAT NEXT
		       AT END
			   MOVE "10" TO DEPCAT-STATUS
		       NOT AT END
			   ADD 1 TO NUM-CATDEP
			   MOVE DEP-REC-NOMBRE
			       TO TCD-NOMBRE(NUM-CATDEP)
			   MOVE DEP-REC-RESPONSABLE
			       TO TCD-RESPONSABLE(NUM-CATDEP)
		   END-READ
	       END-PERFORM
	       CLOSE DEPCAT
	   END-IF.

       100-LECTURA.
	   READ BCOPEND NEXT
	       AT END
		   MOVE 1 TO SW
	       NOT AT END
		   ADD 1 TO REG-LEIDOS
	   END-READ.

       200-PROCESO.
	   IF PND-ESTADO = "P" AND NUM-PEND < 500
	       ADD 1 TO PENDIENTES
	       PERFORM 220-DATOS-EMPLEADO
	       PERFORM 250-BUSCA-JEFE
	       ADD 1 TO NUM-PEND
	       MOVE W-JEFE-ID TO TPN-JEFE(NUM-PEND)
	       MOVE W-JEFE-NOMBRE TO TPN-JEFE-NOMBRE(NUM-PEND)
	       MOVE PND-REC-ID TO TPN-EMPLEADO(NUM-PEND)
	       MOVE W-EMP-NOMBRE TO TPN-NOMBRE(NUM-PEND)
	       MOVE W-EMP-DEPTO TO TPN-DEPTO(NUM-PEND)
	       MOVE PND-ACCION TO TPN-ACCION(NUM-PEND)
	       MOVE PND-USUARIO TO TPN-USUARIO(NUM-PEND)
	       MOVE PND-FECHA TO TPN-FECHA(NUM-PEND)
	       MOVE ZEROS TO TPN-DIAS(NUM-PEND)
	       IF PND-FECHA > ZEROS AND PND-FECHA NOT > FECHA-HOY
		   COMPUTE TPN-DIAS(NUM-PEND) = W-INT-HOY
		       - FUNCTION INTEGER-OF-DATE(PND-FECHA)
	       END-IF
	   END-IF
	   PERFORM 100-LECTURA.

       220-DATOS-EMPLEADO.
	   MOVE "NO EXISTE EN MAESTRO" TO W-EMP-NOMBRE
	   MOVE SPACES TO W-EMP-DEPTO
	   IF SW-EMPMAST = 1
	       MOVE PND-REC-ID TO EMP-REC-ID
	       READ EMPMAST
		   INVALID KEY
		       CONTINUE
		   NOT INVALID KEY
		       MOVE EMP-REC-NOMBRE TO W-EMP-NOMBRE
		       MOVE EMP-REC-DEPTO TO W-EMP-DEPTO
	       END-READ
	   END-IF.

       250-BUSCA-JEFE.
	   MOVE SPACES TO W-JEFE-ID W-JEFE-NOMBRE
	   IF SW-EMPJEF = 1 AND SW-EMPMAST = 1
	       MOVE PND-REC-ID TO JEF-EMPLEADO-ID
	       READ EMPJEF
		   INVALID KEY
		       MOVE SPACES TO JEF-SUPERVISOR
	       END-READ
	       IF EMPJEF-STATUS = "00" AND JEF-SUPERVISOR NOT = SPACES
		   MOVE JEF-SUPERVISOR TO EMP-REC-ID
		   READ EMPMAST
		       INVALID KEY
			   CONTINUE
		       NOT INVALID KEY
			   IF EMP-REC-ESTATUS NOT = "I"
			       MOVE EMP-REC-ID TO W-JEFE-ID
			       MOVE EMP-REC-NOMBRE TO W-JEFE-NOMBRE
			   END-IF
		   END-READ
	       END-IF
	   END-IF
	   IF W-JEFE-ID = SPACES AND W-EMP-DEPTO NOT = SPACES
	       CALL "JEFDEP" USING W-EMP-DEPTO W-JEFE-ID W-JEFE-NOMBRE
		   SW-JEFE
	       IF SW-JEFE = ZEROS OR W-JEFE-ID = PND-REC-ID
		   MOVE SPACES TO W-JEFE-ID W-JEFE-NOMBRE
	       END-IF
	   END-IF
	   IF W-JEFE-ID = SPACES
	       ADD 1 TO SIN-JEFE
	       MOVE "SINJEFE" TO W-JEFE-ID
	       MOVE "SIN JEFE ASIGNADO" TO W-JEFE-NOMBRE
	       PERFORM VARYING I-CATDEP FROM 1 BY 1
		       UNTIL I-CATDEP > NUM-CATDEP
		   IF TCD-NOMBRE(I-CATDEP) = W-EMP-DEPTO
			   AND TCD-RESPONSABLE(I-CATDEP) NOT = SPACES
		       MOVE TCD-RESPONSABLE(I-CATDEP) TO W-JEFE-NOMBRE
		   END-IF
	       END-PERFORM
	   END-IF.

       300-ORDENA.
	   PERFORM VARYING I-PEN FROM 1 BY 1 UNTIL I-PEN > NUM-PEND
	       PERFORM VARYING J-PEN FROM I-PEN BY 1
		       UNTIL J-PEN > NUM-PEND
		   IF TPN-JEFE(J-PEN) < TPN-JEFE(I-PEN)
			   OR (TPN-JEFE(J-PEN) = TPN-JEFE(I-PEN)
			   AND TPN-EMPLEADO(J-PEN) <
			       TPN-EMPLEADO(I-PEN))
		       MOVE TPN-ENTRADA(I-PEN) TO TPN-AUXILIAR
		       MOVE TPN-ENTRADA(J-PEN) TO TPN-ENTRADA(I-PEN)
		       MOVE TPN-AUXILIAR TO TPN-ENTRADA(J-PEN)
		   END-IF
	       END-PERFORM
	   END-PERFORM.

       400-ESCRIBE-PENDIENTE.
	   IF SW-ABIERTO = ZEROS
		   OR TPN-JEFE(I-PEN) NOT = W-JEFE-ANTERIOR
	       IF SW-ABIERTO = 1
		   PERFORM 450-CIERRA-JEFE
	       END-IF
	       PERFORM 420-ABRE-JEFE
	   END-IF
	   MOVE TPN-EMPLEADO(I-PEN) TO EMPLEADO-ID-A
	   MOVE TPN-NOMBRE(I-PEN) TO NOMBRE-A
	   MOVE TPN-DEPTO(I-PEN) TO DEPTO-A
	   IF TPN-ACCION(I-PEN) = "A"
	       MOVE "ALTA CTA" TO ACCION-A
	   ELSE
	       MOVE "CAMBIO" TO ACCION-A
	   END-IF
	   MOVE TPN-USUARIO(I-PEN) TO USUARIO-A
	   MOVE TPN-DIAS(I-PEN) TO DIAS-A
	   WRITE LINEA FROM LINEA-APR
	   ADD 1 TO REG-EN-JEFE.

       420-ABRE-JEFE.
	   MOVE TPN-JEFE(I-PEN) TO W-JEFE-ANTERIOR
	   MOVE ZEROS TO REG-EN-JEFE
	   MOVE SPACES TO W-ARCHIVO
	   STRING "REPAPR." DELIMITED BY SIZE
	       W-JEFE-ANTERIOR DELIMITED BY SPACE
	       "." DELIMITED BY SIZE
	       W-CIA DELIMITED BY SPACE
	       INTO W-ARCHIVO
	   END-STRING
	   SET ENVIRONMENT "DD_REPAPR" TO W-ARCHIVO
	   OPEN OUTPUT REPAPR
	   MOVE 1 TO SW-ABIERTO
	   MOVE FECHA-HOY TO FECHA-ENC
	   MOVE TPN-JEFE(I-PEN) TO JEFE-ID-ENC
	   MOVE TPN-JEFE-NOMBRE(I-PEN) TO JEFE-NOMBRE-ENC
	   WRITE LINEA FROM ENCABEZADO-APR
	   WRITE LINEA FROM ENCABEZADO-APR2
	   WRITE LINEA FROM LINEA-R3
	   WRITE LINEA FROM ENCABEZADO-APR3
	   WRITE LINEA FROM LINEA-R3.

       450-CIERRA-JEFE.
	   WRITE LINEA FROM LINEA-R3
	   MOVE "SOLICITUDES POR AUTORIZAR:" TO CTL-TEXTO
	   MOVE REG-EN-JEFE TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-APR
	   CLOSE REPAPR
	   MOVE ZEROS TO SW-ABIERTO
	   ADD 1 TO ARCHIVOS-GENERADOS
	   MOVE W-JEFE-ANTERIOR TO JEFE-L
	   MOVE W-ARCHIVO TO ARCHIVO-L
	   MOVE REG-EN-JEFE TO REGISTROS-L
	   WRITE LINEA-LOG FROM LINEA-LOG-DET.

       500-FINAL.
	   WRITE LINEA-LOG FROM LINEA-R3
	   MOVE "SOLICITUDES PENDIENTES:" TO CTL-TEXTO
	   MOVE PENDIENTES TO CTL-CUENTA
	   WRITE LINEA-LOG FROM LINEA-CTL-APR
	   MOVE "SIN JEFE EN LINEA DE REPORTE:" TO CTL-TEXTO
	   MOVE SIN-JEFE TO CTL-CUENTA
	   WRITE LINEA-LOG FROM LINEA-CTL-APR
	   MOVE "ARCHIVOS GENERADOS:" TO CTL-TEXTO
	   MOVE ARCHIVOS-GENERADOS TO CTL-CUENTA
	   WRITE LINEA-LOG FROM LINEA-CTL-APR
	   IF SIN-JEFE > ZEROS
	       MOVE 4 TO RETURN-CODE
	   END-IF
	   PERFORM 600-ESCRIBE-RUNLOG
	   CLOSE REPALOG.

       600-ESCRIBE-RUNLOG.
	   MOVE "APRJEF" TO RUNLOG-PROGRAMA
	   ACCEPT RUNLOG-FECHA FROM DATE
	   ACCEPT RUNLOG-HORA FROM TIME
	   MOVE RETURN-CODE TO W-RC-GUARDA
	   CALL "SESUSR" USING RUNLOG-USUARIO
	   MOVE W-RC-GUARDA TO RETURN-CODE
	   MOVE REG-LEIDOS TO RUNLOG-LEIDOS
	   MOVE ARCHIVOS-GENERADOS TO RUNLOG-ESCRITOS
	   OPEN EXTEND RUNLOG
	   IF RUNLOG-STATUS = "35"
	       OPEN OUTPUT RUNLOG
	   END-IF
	   WRITE REG-RUNLOG
	   CLOSE RUNLOG.
