       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVENC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT CONTRATO ASSIGN TO "CONTRATO"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS SEQUENTIAL
	       RECORD KEY IS CON-EMPLEADO-ID
	       FILE STATUS IS CONTRATO-STATUS.
	   SELECT EMPMAST ASSIGN TO "EMPMAST"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS EMP-REC-ID
	       FILE STATUS IS EMPMAST-STATUS.
	   SELECT DEPCAT ASSIGN TO "DEPCAT"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS DEP-REC-CODIGO
	       FILE STATUS IS DEPCAT-STATUS.
	   SELECT CONORD ASSIGN TO "CONORD".
	   SELECT CONVDEP ASSIGN TO "CONVDEP".
	   SELECT CONVLOG ASSIGN TO "CONVLOG".
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CONTRATO.
       COPY "CONTRATO.wks".
       FD EMPMAST.
       COPY "EMPMAST.wks".
       FD DEPCAT.
       COPY "DEPCAT.wks".
       SD CONORD.
       01 REG-CONORD.
	   03 ORD-DEPTO PIC X(15).
	   03 ORD-FECHA PIC 9(8).
	   03 ORD-EMPLEADO-ID PIC X(8).
	   03 ORD-NOMBRE PIC X(30).
	   03 ORD-TIPO PIC X.
	   03 ORD-VENCE PIC X.
       FD CONVDEP.
       01 LINEA PIC X(80).
       FD CONVLOG.
       01 LINEA-LOG PIC X(80).
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 CONTRATO-STATUS PIC XX.
       01 EMPMAST-STATUS PIC XX.
       01 DEPCAT-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 SW PIC 9 VALUE ZEROS.
       01 SW-ORD PIC 9 VALUE ZEROS.
       01 SW-ABIERTO PIC 9 VALUE ZEROS.
       01 SW-EMPMAST PIC 9 VALUE ZEROS.
       01 SW-ACTIVO PIC 9 VALUE ZEROS.
       01 PARM-PERIODO PIC X(6) VALUE SPACES.
       01 MES-RPT PIC 9(6) VALUE ZEROS.
       01 W-ANO PIC 9(4) VALUE ZEROS.
       01 W-MES PIC 99 VALUE ZEROS.
       01 FECHA-DESDE PIC 9(8) VALUE ZEROS.
       01 FECHA-HASTA PIC 9(8) VALUE ZEROS.
       01 W-FECHA-CALC PIC 9(8) VALUE ZEROS.
       01 W-CIA PIC X(3) VALUE SPACES.
       01 W-CIA-NOMBRE PIC X(30) VALUE SPACES.
       01 W-ARCHIVO PIC X(40) VALUE SPACES.
       01 W-DEPTO-CORTO PIC X(15) VALUE SPACES.
       01 W-LARGO-DEPTO PIC 99 VALUE ZEROS.
       01 I-CAR PIC 99 VALUE ZEROS.
       01 DEPTO-ANTERIOR PIC X(15) VALUE SPACES.
       01 REG-LEIDOS PIC 9(07) VALUE ZEROS.
       01 REG-EN-DEPTO PIC 9(05) VALUE ZEROS.
       01 TOTAL-VENCE PIC 9(05) VALUE ZEROS.
       01 ARCHIVOS-GENERADOS PIC 9(03) VALUE ZEROS.
       01 W-RESPONSABLE PIC X(30) VALUE SPACES.
       01 NUM-CATDEP PIC 99 VALUE ZEROS.
       01 I-CATDEP PIC 99 VALUE ZEROS.
       01 TABLA-CATDEP.
	   03 TCD-ENTRADA OCCURS 20 TIMES.
	       05 TCD-NOMBRE PIC X(15).
	       05 TCD-RESPONSABLE PIC X(30).
       01 LINEA-R3 PIC X(80) VALUE ALL "==".
       01 ENCABEZADO-VEN.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 FILLER PIC X(25) VALUE "VENCIMIENTOS DE CONTRATO ".
	   03 FILLER PIC X(07) VALUE "DEPTO: ".
	   03 DEPTO-ENC PIC X(15).
	   03 FILLER PIC X(03) VALUE SPACES.
	   03 DESDE-ENC PIC 9(08).
	   03 FILLER PIC X(03) VALUE " A ".
	   03 HASTA-ENC PIC 9(08).
       01 ENCABEZADO-VEN2.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 FILLER PIC X(13) VALUE "RESPONSABLE: ".
	   03 RESPONSABLE-ENC PIC X(30).
       01 ENCABEZADO-VEN3.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 FILLER PIC X(09) VALUE "EMPL-ID".
	   03 FILLER PIC X(31) VALUE "NOMBRE".
	   03 FILLER PIC X(05) VALUE "TIPO".
	   03 FILLER PIC X(10) VALUE "VENCE".
	   03 FILLER PIC X(20) VALUE "CONCEPTO".
       01 LINEA-VEN.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 EMPLEADO-ID-V PIC X(08).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 NOMBRE-V PIC X(30).
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 TIPO-V PIC X(01).
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 FECHA-V PIC 9(08).
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 CONCEPTO-V PIC X(20).
       01 LINEA-SUB-VEN.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(25) VALUE "VENCIMIENTOS EN PERIODO: ".
	   03 SUBTOTAL-V PIC ZZ,ZZ9.
       01 ENCABEZADO-LOG.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(43) VALUE
	      "DISTRIBUCION DE VENCIMIENTOS DE CONTRATOS".
	   03 MES-LOG PIC 9(06).
       01 LINEA-LOG-DET.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 DEPTO-L PIC X(15).
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 ARCHIVO-L PIC X(40).
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 REGISTROS-L PIC ZZ,ZZ9.
       01 LINEA-TOT-LOG.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(25) VALUE "TOTAL DE VENCIMIENTOS:".
	   03 TOTAL-L PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       000-INICIO.
	   MOVE ZEROS TO RETURN-CODE
	   CALL "SETCIA" USING W-CIA W-CIA-NOMBRE
	   ACCEPT PARM-PERIODO FROM COMMAND-LINE
	   IF PARM-PERIODO NOT NUMERIC
	       DISPLAY "CONVENC: INDIQUE EL MES AAAAMM"
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	   END-IF
	   MOVE PARM-PERIODO TO MES-RPT
	   PERFORM 020-CALCULA-RANGO
	   OPEN INPUT CONTRATO
	   IF CONTRATO-STATUS NOT = "00"
	       DISPLAY "CONVENC: NO SE PUDO ABRIR CONTRATO "
		   CONTRATO-STATUS
	       MOVE 16 TO RETURN-CODE
	       GOBACK
	   END-IF
	   MOVE ZEROS TO SW-EMPMAST
	   OPEN INPUT EMPMAST
	   IF EMPMAST-STATUS = "00"
	       MOVE 1 TO SW-EMPMAST
	   END-IF
	   PERFORM 030-CARGA-DEPCAT
	   OPEN OUTPUT CONVLOG
	   MOVE MES-RPT TO MES-LOG
	   WRITE LINEA-LOG FROM ENCABEZADO-LOG
	   WRITE LINEA-LOG FROM LINEA-R3
	   SORT CONORD
		ON ASCENDING KEY ORD-DEPTO
		   ASCENDING KEY ORD-FECHA
		   ASCENDING KEY ORD-EMPLEADO-ID
		INPUT PROCEDURE IS 100-SELECCIONA
		OUTPUT PROCEDURE IS 200-PROCESA-ORDENADO
	   PERFORM 500-FINAL
	   GOBACK.

       020-CALCULA-RANGO.
	   COMPUTE FECHA-DESDE = MES-RPT * 100 + 1
	   MOVE MES-RPT(1:4) TO W-ANO
	   MOVE MES-RPT(5:2) TO W-MES
	   ADD 2 TO W-MES
	   IF W-MES > 12
	       SUBTRACT 12 FROM W-MES
	       ADD 1 TO W-ANO
	   END-IF
	   COMPUTE W-FECHA-CALC = W-ANO * 10000 + W-MES * 100 + 1
	   COMPUTE FECHA-HASTA = FUNCTION DATE-OF-INTEGER(
	       FUNCTION INTEGER-OF-DATE(W-FECHA-CALC) - 1).

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
			   MOVE DEP-REC-RESPONSABLE
			       TO TCD-RESPONSABLE(NUM-CATDEP)
		   END-READ
	       END-PERFORM
	       CLOSE DEPCAT
	   END-IF.

       100-SELECCIONA.
	   MOVE ZEROS TO SW
	   PERFORM 110-LECTURA
	   PERFORM UNTIL SW = 1
	       PERFORM 120-VERIFICA-EMPLEADO
	       IF SW-ACTIVO = 1
		   IF CON-TIPO NOT = "I"
			   AND CON-FECHA-FIN NOT < FECHA-DESDE
			   AND CON-FECHA-FIN NOT > FECHA-HASTA
		       MOVE CON-FECHA-FIN TO ORD-FECHA
		       MOVE "C" TO ORD-VENCE
		       RELEASE REG-CONORD
		   END-IF
		   IF CON-FIN-PRUEBA NOT < FECHA-DESDE
			   AND CON-FIN-PRUEBA NOT > FECHA-HASTA
		       MOVE CON-FIN-PRUEBA TO ORD-FECHA
		       MOVE "P" TO ORD-VENCE
		       RELEASE REG-CONORD
		   END-IF
	       END-IF
	       PERFORM 110-LECTURA
	   END-PERFORM.

       110-LECTURA.
	   READ CONTRATO NEXT
	       AT END
		   MOVE 1 TO SW
	       NOT AT END
		   ADD 1 TO REG-LEIDOS
	   END-READ.

       120-VERIFICA-EMPLEADO.
	   MOVE 1 TO SW-ACTIVO
	   MOVE SPACES TO ORD-DEPTO
	   MOVE SPACES TO ORD-NOMBRE
	   MOVE CON-EMPLEADO-ID TO ORD-EMPLEADO-ID
	   MOVE CON-TIPO TO ORD-TIPO
	   IF SW-EMPMAST = 1
	       MOVE CON-EMPLEADO-ID TO EMP-REC-ID
	       READ EMPMAST
		   INVALID KEY
		       MOVE ZEROS TO SW-ACTIVO
		   NOT INVALID KEY
		       MOVE EMP-REC-DEPTO TO ORD-DEPTO
		       MOVE EMP-REC-NOMBRE TO ORD-NOMBRE
		       IF EMP-REC-ESTATUS = "I"
			   MOVE ZEROS TO SW-ACTIVO
		       END-IF
	       END-READ
	   END-IF.

       200-PROCESA-ORDENADO.
	   MOVE ZEROS TO SW-ORD
	   PERFORM UNTIL SW-ORD = 1
	       RETURN CONORD
		   AT END
		       MOVE 1 TO SW-ORD
		   NOT AT END
		       PERFORM 210-DETALLE
	       END-RETURN
	   END-PERFORM
	   IF SW-ABIERTO = 1
	       PERFORM 400-CIERRA-DEPTO
	   END-IF.

       210-DETALLE.
	   IF SW-ABIERTO = ZEROS OR ORD-DEPTO NOT = DEPTO-ANTERIOR
	       IF SW-ABIERTO = 1
		   PERFORM 400-CIERRA-DEPTO
	       END-IF
	       PERFORM 300-ABRE-DEPTO
	   END-IF
	   MOVE ORD-EMPLEADO-ID TO EMPLEADO-ID-V
	   MOVE ORD-NOMBRE TO NOMBRE-V
	   MOVE ORD-TIPO TO TIPO-V
	   MOVE ORD-FECHA TO FECHA-V
	   IF ORD-VENCE = "P"
	       MOVE "FIN PERIODO PRUEBA" TO CONCEPTO-V
	   ELSE
	       MOVE "FIN DE CONTRATO" TO CONCEPTO-V
	   END-IF
	   WRITE LINEA FROM LINEA-VEN
	   ADD 1 TO REG-EN-DEPTO
	   ADD 1 TO TOTAL-VENCE.

       300-ABRE-DEPTO.
	   MOVE ORD-DEPTO TO DEPTO-ANTERIOR
	   MOVE ZEROS TO REG-EN-DEPTO
	   MOVE SPACES TO W-DEPTO-CORTO
	   IF ORD-DEPTO = SPACES
	       MOVE "SINDEPTO" TO W-DEPTO-CORTO
	   ELSE
	       MOVE ORD-DEPTO TO W-DEPTO-CORTO
	   END-IF
	   MOVE ZEROS TO W-LARGO-DEPTO
	   PERFORM VARYING I-CAR FROM 15 BY -1
		   UNTIL I-CAR < 1 OR W-LARGO-DEPTO > 0
	       IF W-DEPTO-CORTO(I-CAR:1) NOT = SPACE
		   MOVE I-CAR TO W-LARGO-DEPTO
	       END-IF
	   END-PERFORM
	   PERFORM VARYING I-CAR FROM 1 BY 1
		   UNTIL I-CAR > W-LARGO-DEPTO
	       IF W-DEPTO-CORTO(I-CAR:1) = SPACE
		   MOVE "-" TO W-DEPTO-CORTO(I-CAR:1)
	       END-IF
	   END-PERFORM
	   MOVE SPACES TO W-ARCHIVO
	   STRING "CONVENC." DELIMITED BY SIZE
	       W-DEPTO-CORTO(1:W-LARGO-DEPTO) DELIMITED BY SIZE
	       "." DELIMITED BY SIZE
	       PARM-PERIODO DELIMITED BY SIZE
	       "." DELIMITED BY SIZE
	       W-CIA DELIMITED BY SPACE
	       INTO W-ARCHIVO
	   END-STRING
	   SET ENVIRONMENT "DD_CONVDEP" TO W-ARCHIVO
	   OPEN OUTPUT CONVDEP
	   MOVE 1 TO SW-ABIERTO
	   MOVE SPACES TO W-RESPONSABLE
	   PERFORM VARYING I-CATDEP FROM 1 BY 1
		   UNTIL I-CATDEP > NUM-CATDEP
	       IF TCD-NOMBRE(I-CATDEP) = ORD-DEPTO
		   MOVE TCD-RESPONSABLE(I-CATDEP) TO W-RESPONSABLE
	       END-IF
	   END-PERFORM
	   MOVE ORD-DEPTO TO DEPTO-ENC
	   MOVE FECHA-DESDE TO DESDE-ENC
	   MOVE FECHA-HASTA TO HASTA-ENC
	   MOVE W-RESPONSABLE TO RESPONSABLE-ENC
	   WRITE LINEA FROM ENCABEZADO-VEN
	   WRITE LINEA FROM ENCABEZADO-VEN2
	   WRITE LINEA FROM LINEA-R3
	   WRITE LINEA FROM ENCABEZADO-VEN3
	   WRITE LINEA FROM LINEA-R3.

       400-CIERRA-DEPTO.
	   MOVE REG-EN-DEPTO TO SUBTOTAL-V
	   WRITE LINEA FROM LINEA-R3
	   WRITE LINEA FROM LINEA-SUB-VEN
	   CLOSE CONVDEP
	   MOVE ZEROS TO SW-ABIERTO
	   ADD 1 TO ARCHIVOS-GENERADOS
	   MOVE DEPTO-ANTERIOR TO DEPTO-L
	   MOVE W-ARCHIVO TO ARCHIVO-L
	   MOVE REG-EN-DEPTO TO REGISTROS-L
	   WRITE LINEA-LOG FROM LINEA-LOG-DET.

       500-FINAL.
	   WRITE LINEA-LOG FROM LINEA-R3
	   MOVE TOTAL-VENCE TO TOTAL-L
	   WRITE LINEA-LOG FROM LINEA-TOT-LOG
	   CLOSE CONVLOG
	   CLOSE CONTRATO
	   IF SW-EMPMAST = 1
	       CLOSE EMPMAST
	   END-IF
	   PERFORM 600-ESCRIBE-RUNLOG.

       600-ESCRIBE-RUNLOG.
	   MOVE "CONVENC" TO RUNLOG-PROGRAMA
	   ACCEPT RUNLOG-FECHA FROM DATE
	   ACCEPT RUNLOG-HORA FROM TIME
	   MOVE RETURN-CODE TO W-RC-GUARDA
	   CALL "SESUSR" USING RUNLOG-USUARIO
	   MOVE W-RC-GUARDA TO RETURN-CODE
	   MOVE REG-LEIDOS TO RUNLOG-LEIDOS
	   MOVE TOTAL-VENCE TO RUNLOG-ESCRITOS
	   OPEN EXTEND RUNLOG
	   IF RUNLOG-STATUS = "35"
	       OPEN OUTPUT RUNLOG
	   END-IF
	   WRITE REG-RUNLOG
	   CLOSE RUNLOG.
