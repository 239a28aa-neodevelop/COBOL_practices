       IDENTIFICATION DIVISION.
       PROGRAM-ID. DC4REP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT CAPACIT ASSIGN TO "CAPACIT"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS SEQUENTIAL
	       RECORD KEY IS CAP-LLAVE
	       FILE STATUS IS CAPACIT-STATUS.
	   SELECT CURSOS ASSIGN TO "CURSOS"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS CUR-CODIGO
	       FILE STATUS IS CURSOS-STATUS.
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
	   SELECT PUESTOS ASSIGN TO "PUESTOS"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS PUE-REC-CODIGO
	       FILE STATUS IS PUESTOS-STATUS.
	   SELECT CFDIEMI ASSIGN TO "CFDIEMI"
	       FILE STATUS IS CFDIEMI-STATUS.
	   SELECT CAPORD ASSIGN TO "CAPORD".
	   SELECT DC4LIS ASSIGN TO "DC4LIS".
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CAPACIT.
       COPY "CAPACIT.wks".
       FD CURSOS.
       COPY "CURSOS.wks".
       FD EMPMAST.
       COPY "EMPMAST.wks".
       FD EMPSEG.
       COPY "EMPSEGR.wks".
       FD PUESTOS.
       COPY "PUESTOS.wks".
       FD CFDIEMI.
       COPY "CFDIEMI.wks".
       SD CAPORD.
       01 REG-CAPORD.
	   03 ORD-CURSO PIC X(6).
	   03 ORD-EMPLEADO-ID PIC X(8).
	   03 ORD-FECHA-INI PIC 9(8).
	   03 ORD-FECHA-FIN PIC 9(8).
	   03 ORD-HORAS PIC 9(3).
	   03 ORD-RESULTADO PIC X.
	   03 ORD-NOMBRE PIC X(30).
	   03 ORD-CURP PIC X(18).
	   03 ORD-PUESTO PIC X(30).
	   03 ORD-DEPTO PIC X(15).
       FD DC4LIS.
       01 LINEA PIC X(132).
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 CAPACIT-STATUS PIC XX.
       01 CURSOS-STATUS PIC XX.
       01 EMPMAST-STATUS PIC XX.
       01 EMPSEG-STATUS PIC XX.
       01 PUESTOS-STATUS PIC XX.
       01 CFDIEMI-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 SW PIC 9 VALUE ZEROS.
       01 SW-ORD PIC 9 VALUE ZEROS.
       01 SW-PRIMERO PIC 9 VALUE ZEROS.
       01 SW-EMPSEG PIC 9 VALUE ZEROS.
       01 SW-PUESTOS PIC 9 VALUE ZEROS.
       01 SW-CURSOS PIC 9 VALUE ZEROS.
       01 PARM-ANO PIC X(04) VALUE SPACES.
       01 ANO-RPT PIC 9(04) VALUE ZEROS.
       01 FECHA-AMD PIC 9(06) VALUE ZEROS.
       01 W-AA PIC 99 VALUE ZEROS.
       01 W-ANO-CAP PIC 9(04) VALUE ZEROS.
       01 CURSO-ANTERIOR PIC X(6) VALUE SPACES.
       01 REG-LEIDOS PIC 9(07) VALUE ZEROS.
       01 REG-LISTADOS PIC 9(07) VALUE ZEROS.
       01 CUR-PARTICIPANTES PIC 9(05) VALUE ZEROS.
       01 CUR-APROBADOS PIC 9(05) VALUE ZEROS.
       01 CUR-HORAS-HOMBRE PIC 9(07) VALUE ZEROS.
       01 TOT-CURSOS PIC 9(05) VALUE ZEROS.
       01 TOT-PARTICIPANTES PIC 9(05) VALUE ZEROS.
       01 TOT-APROBADOS PIC 9(05) VALUE ZEROS.
       01 TOT-HORAS-HOMBRE PIC 9(07) VALUE ZEROS.
       01 LINEA-R3 PIC X(132) VALUE ALL "==".
       01 LINEA-R1 PIC X(132) VALUE ALL "-".
       01 ENCABEZADO-DC4.
	   03 FILLER PIC X(10) VALUE SPACES.
	   03 FILLER PIC X(58) VALUE
	      "FORMATO DC-4  LISTA DE CONSTANCIAS DE CAPACITACION".
	   03 FILLER PIC X(10) VALUE "EJERCICIO ".
	   03 ANO-ENC PIC 9(04).
       01 ENCABEZADO-DC4-EMP.
	   03 FILLER PIC X(10) VALUE SPACES.
	   03 FILLER PIC X(09) VALUE "EMPRESA: ".
	   03 EMPRESA-ENC PIC X(60).
	   03 FILLER PIC X(06) VALUE " RFC: ".
	   03 RFC-ENC PIC X(13).
       01 LINEA-CURSO-DC4.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 FILLER PIC X(07) VALUE "CURSO: ".
	   03 CURSO-C PIC X(06).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 NOMBRE-CURSO-C PIC X(40).
	   03 FILLER PIC X(07) VALUE " AREA: ".
	   03 AREA-C PIC X(04).
	   03 FILLER PIC X(08) VALUE " HORAS: ".
	   03 HORAS-C PIC ZZ9.
	   03 FILLER PIC X(09) VALUE " AGENTE: ".
	   03 AGENTE-C PIC X(30).
       01 ENCABEZADO-DC4-DET.
	   03 FILLER PIC X(04) VALUE SPACES.
	   03 FILLER PIC X(09) VALUE "EMPL-ID".
	   03 FILLER PIC X(31) VALUE "NOMBRE".
	   03 FILLER PIC X(19) VALUE "CURP".
	   03 FILLER PIC X(31) VALUE "OCUPACION".
	   03 FILLER PIC X(16) VALUE "DEPARTAMENTO".
	   03 FILLER PIC X(18) VALUE "INICIO   TERMINO".
	   03 FILLER PIC X(04) VALUE "ST".
       01 LINEA-DET-DC4.
	   03 FILLER PIC X(04) VALUE SPACES.
	   03 EMPLEADO-ID-D PIC X(08).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 NOMBRE-D PIC X(30).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 CURP-D PIC X(18).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 PUESTO-D PIC X(30).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 DEPTO-D PIC X(15).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 INICIO-D PIC 9(08).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 FIN-D PIC 9(08).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 RESULTADO-D PIC X(01).
       01 LINEA-SUB-DC4.
	   03 FILLER PIC X(04) VALUE SPACES.
	   03 FILLER PIC X(15) VALUE "PARTICIPANTES: ".
	   03 PART-S PIC ZZ,ZZ9.
	   03 FILLER PIC X(13) VALUE "  APROBADOS: ".
	   03 APROB-S PIC ZZ,ZZ9.
	   03 FILLER PIC X(17) VALUE "  HORAS-HOMBRE: ".
	   03 HH-S PIC Z,ZZZ,ZZ9.
       01 LINEA-TOT-DC4.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 FILLER PIC X(10) VALUE "CURSOS:   ".
	   03 CURSOS-T PIC ZZ,ZZ9.
	   03 FILLER PIC X(17) VALUE "  PARTICIPANTES: ".
	   03 PART-T PIC ZZ,ZZ9.
	   03 FILLER PIC X(13) VALUE "  APROBADOS: ".
	   03 APROB-T PIC ZZ,ZZ9.
	   03 FILLER PIC X(17) VALUE "  HORAS-HOMBRE: ".
	   03 HH-T PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       000-INICIO.
	   MOVE ZEROS TO RETURN-CODE
	   ACCEPT PARM-ANO FROM COMMAND-LINE
	   IF PARM-ANO(1:4) NUMERIC
	       MOVE PARM-ANO TO ANO-RPT
	   ELSE
	       ACCEPT FECHA-AMD FROM DATE
	       MOVE FECHA-AMD(1:2) TO W-AA
	       COMPUTE ANO-RPT = 2000 + W-AA
	   END-IF
	   OPEN INPUT CAPACIT
	   IF CAPACIT-STATUS NOT = "00"
	       DISPLAY "DC4REP: NO SE PUDO ABRIR CAPACIT "
		   CAPACIT-STATUS
	       MOVE 16 TO RETURN-CODE
	       GOBACK
	   END-IF
	   OPEN INPUT EMPMAST
	   PERFORM 050-ABRE-CATALOGOS
	   OPEN OUTPUT DC4LIS
	   MOVE ANO-RPT TO ANO-ENC
	   WRITE LINEA FROM ENCABEZADO-DC4
	   WRITE LINEA FROM ENCABEZADO-DC4-EMP
	   WRITE LINEA FROM LINEA-R3
	   SORT CAPORD
		ON ASCENDING KEY ORD-CURSO
		   ASCENDING KEY ORD-DEPTO
		   ASCENDING KEY ORD-EMPLEADO-ID
		   ASCENDING KEY ORD-FECHA-INI
		INPUT PROCEDURE IS 100-SELECCIONA
		OUTPUT PROCEDURE IS 200-PROCESA-ORDENADO
	   PERFORM 500-FINAL
	   GOBACK.

       050-ABRE-CATALOGOS.
	   MOVE SPACES TO EMPRESA-ENC RFC-ENC
	   OPEN INPUT CFDIEMI
	   IF CFDIEMI-STATUS = "00"
	       READ CFDIEMI
		   AT END
		       MOVE SPACES TO REG-CFDIEMI
	       END-READ
	       MOVE EMI-NOMBRE TO EMPRESA-ENC
	       MOVE EMI-RFC TO RFC-ENC
	       CLOSE CFDIEMI
	   END-IF
	   MOVE ZEROS TO SW-EMPSEG SW-PUESTOS SW-CURSOS
	   OPEN INPUT EMPSEG
	   IF EMPSEG-STATUS = "00"
	       MOVE 1 TO SW-EMPSEG
	   END-IF
	   OPEN INPUT PUESTOS
	   IF PUESTOS-STATUS = "00"
	       MOVE 1 TO SW-PUESTOS
	   END-IF
	   OPEN INPUT CURSOS
	   IF CURSOS-STATUS = "00"
	       MOVE 1 TO SW-CURSOS
	   END-IF.

       100-SELECCIONA.
	   MOVE ZEROS TO SW
	   PERFORM 110-LECTURA
	   PERFORM UNTIL SW = 1
	       IF CAP-FECHA-FIN > ZEROS
		   MOVE CAP-FECHA-FIN(1:4) TO W-ANO-CAP
	       ELSE
		   MOVE CAP-FECHA-INI(1:4) TO W-ANO-CAP
	       END-IF
	       IF W-ANO-CAP = ANO-RPT AND CAP-RESULTADO NOT = "R"
		   PERFORM 120-DATOS-EMPLEADO
		   RELEASE REG-CAPORD
	       END-IF
	       PERFORM 110-LECTURA
	   END-PERFORM.

       110-LECTURA.
	   READ CAPACIT NEXT
	       AT END
		   MOVE 1 TO SW
	       NOT AT END
		   ADD 1 TO REG-LEIDOS
	   END-READ.

       120-DATOS-EMPLEADO.
	   MOVE CAP-CURSO TO ORD-CURSO
	   MOVE CAP-EMPLEADO-ID TO ORD-EMPLEADO-ID
	   MOVE CAP-FECHA-INI TO ORD-FECHA-INI
	   MOVE CAP-FECHA-FIN TO ORD-FECHA-FIN
	   MOVE CAP-HORAS TO ORD-HORAS
	   MOVE CAP-RESULTADO TO ORD-RESULTADO
	   MOVE CAP-EMPLEADO-ID TO EMP-REC-ID
	   READ EMPMAST
	       INVALID KEY
		   MOVE SPACES TO EMP-REC-NOMBRE EMP-REC-DEPTO
		   MOVE SPACES TO EMP-REC-PUESTO
	   END-READ
	   MOVE EMP-REC-NOMBRE TO ORD-NOMBRE
	   MOVE EMP-REC-DEPTO TO ORD-DEPTO
	   MOVE SPACES TO ORD-CURP
	   IF SW-EMPSEG = 1
	       MOVE CAP-EMPLEADO-ID TO SEG-REC-ID
	       READ EMPSEG
		   NOT INVALID KEY
		       MOVE SEG-REC-CURP TO ORD-CURP
	       END-READ
	   END-IF
	   MOVE EMP-REC-PUESTO TO ORD-PUESTO
	   IF SW-PUESTOS = 1 AND EMP-REC-PUESTO NOT = SPACES
	       MOVE EMP-REC-PUESTO TO PUE-REC-CODIGO
	       READ PUESTOS
		   NOT INVALID KEY
		       MOVE PUE-REC-DESC TO ORD-PUESTO
	       END-READ
	   END-IF.

       200-PROCESA-ORDENADO.
	   MOVE ZEROS TO SW-ORD
	   MOVE ZEROS TO SW-PRIMERO
	   PERFORM UNTIL SW-ORD = 1
	       RETURN CAPORD
		   AT END
		       MOVE 1 TO SW-ORD
		   NOT AT END
		       PERFORM 210-DETALLE
	       END-RETURN
	   END-PERFORM
	   IF SW-PRIMERO = 1
	       PERFORM 310-CIERRA-CURSO
	   END-IF.

       210-DETALLE.
	   IF SW-PRIMERO = ZEROS
	       MOVE 1 TO SW-PRIMERO
	       PERFORM 300-INICIA-CURSO
	   ELSE
	       IF ORD-CURSO NOT = CURSO-ANTERIOR
		   PERFORM 310-CIERRA-CURSO
		   PERFORM 300-INICIA-CURSO
	       END-IF
	   END-IF
	   MOVE ORD-EMPLEADO-ID TO EMPLEADO-ID-D
	   MOVE ORD-NOMBRE TO NOMBRE-D
	   MOVE ORD-CURP TO CURP-D
	   MOVE ORD-PUESTO TO PUESTO-D
	   MOVE ORD-DEPTO TO DEPTO-D
	   MOVE ORD-FECHA-INI TO INICIO-D
	   MOVE ORD-FECHA-FIN TO FIN-D
	   MOVE ORD-RESULTADO TO RESULTADO-D
	   WRITE LINEA FROM LINEA-DET-DC4
	   ADD 1 TO REG-LISTADOS
	   ADD 1 TO CUR-PARTICIPANTES
	   IF ORD-RESULTADO = "A"
	       ADD 1 TO CUR-APROBADOS
	       ADD ORD-HORAS TO CUR-HORAS-HOMBRE
	   END-IF.

       300-INICIA-CURSO.
	   MOVE ORD-CURSO TO CURSO-ANTERIOR
	   MOVE ZEROS TO CUR-PARTICIPANTES CUR-APROBADOS
	   MOVE ZEROS TO CUR-HORAS-HOMBRE
	   MOVE SPACES TO CUR-NOMBRE CUR-AREA CUR-AGENTE
	   MOVE ZEROS TO CUR-HORAS
	   IF SW-CURSOS = 1
	       MOVE ORD-CURSO TO CUR-CODIGO
	       READ CURSOS
		   INVALID KEY
		       MOVE "** CURSO NO EXISTE EN CATALOGO **"
			   TO CUR-NOMBRE
	       END-READ
	   END-IF
	   MOVE ORD-CURSO TO CURSO-C
	   MOVE CUR-NOMBRE TO NOMBRE-CURSO-C
	   MOVE CUR-AREA TO AREA-C
	   MOVE CUR-HORAS TO HORAS-C
	   MOVE CUR-AGENTE TO AGENTE-C
	   WRITE LINEA FROM LINEA-CURSO-DC4 AFTER ADVANCING 2 LINES
	   WRITE LINEA FROM ENCABEZADO-DC4-DET
	   WRITE LINEA FROM LINEA-R1.

       310-CIERRA-CURSO.
	   MOVE CUR-PARTICIPANTES TO PART-S
	   MOVE CUR-APROBADOS TO APROB-S
	   MOVE CUR-HORAS-HOMBRE TO HH-S
	   WRITE LINEA FROM LINEA-SUB-DC4
	   ADD 1 TO TOT-CURSOS
	   ADD CUR-PARTICIPANTES TO TOT-PARTICIPANTES
	   ADD CUR-APROBADOS TO TOT-APROBADOS
	   ADD CUR-HORAS-HOMBRE TO TOT-HORAS-HOMBRE.

       500-FINAL.
	   WRITE LINEA FROM LINEA-R3
	   MOVE TOT-CURSOS TO CURSOS-T
	   MOVE TOT-PARTICIPANTES TO PART-T
	   MOVE TOT-APROBADOS TO APROB-T
	   MOVE TOT-HORAS-HOMBRE TO HH-T
	   WRITE LINEA FROM LINEA-TOT-DC4
	   PERFORM 600-ESCRIBE-RUNLOG
	   CLOSE CAPACIT
	   CLOSE EMPMAST
	   IF SW-EMPSEG = 1
	       CLOSE EMPSEG
	   END-IF
	   IF SW-PUESTOS = 1
	       CLOSE PUESTOS
	   END-IF
	   IF SW-CURSOS = 1
	       CLOSE CURSOS
	   END-IF
	   CLOSE DC4LIS.

       600-ESCRIBE-RUNLOG.
	   MOVE "DC4REP" TO RUNLOG-PROGRAMA
	   ACCEPT RUNLOG-FECHA FROM DATE
	   ACCEPT RUNLOG-HORA FROM TIME
	   MOVE RETURN-CODE TO W-RC-GUARDA
	   CALL "SESUSR" USING RUNLOG-USUARIO
	   MOVE W-RC-GUARDA TO RETURN-CODE
	   MOVE REG-LEIDOS TO RUNLOG-LEIDOS
	   MOVE REG-LISTADOS TO RUNLOG-ESCRITOS
	   OPEN EXTEND RUNLOG
	   IF RUNLOG-STATUS = "35"
	       OPEN OUTPUT RUNLOG
	   END-IF
	   WRITE REG-RUNLOG
	   CLOSE RUNLOG.
