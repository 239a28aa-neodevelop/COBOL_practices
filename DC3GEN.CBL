       IDENTIFICATION DIVISION.
       PROGRAM-ID. DC3GEN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT CAPACIT ASSIGN TO "CAPACIT"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
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
	   SELECT DC3IMP ASSIGN TO "DC3IMP".
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
       FD DC3IMP.
       01 LINEA PIC X(80).
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
       01 SW-EMPSEG PIC 9 VALUE ZEROS.
       01 SW-PUESTOS PIC 9 VALUE ZEROS.
       01 SW-CURSOS PIC 9 VALUE ZEROS.
       01 SW-IMPRIME PIC 9 VALUE ZEROS.
       01 PARM-EMP-ID PIC X(8) VALUE SPACES.
       01 FECHA-AMD PIC 9(6) VALUE ZEROS.
       01 FECHA-HOY PIC 9(8) VALUE ZEROS.
       01 REG-LEIDOS PIC 9(07) VALUE ZEROS.
       01 CONSTANCIAS PIC 9(05) VALUE ZEROS.
       01 SIN-CURP PIC 9(05) VALUE ZEROS.
       01 W-EMI-NOMBRE PIC X(60) VALUE SPACES.
       01 W-EMI-RFC PIC X(13) VALUE SPACES.
       01 LINEA-R3 PIC X(80) VALUE ALL "==".
       01 LINEA-R1 PIC X(80) VALUE ALL "-".
       01 LINEA-TIT-DC3.
	   03 FILLER PIC X(25) VALUE SPACES.
	   03 FILLER PIC X(30) VALUE "FORMATO DC-3".
       01 LINEA-TIT2-DC3.
	   03 FILLER PIC X(08) VALUE SPACES.
	   03 FILLER PIC X(64) VALUE
	      "CONSTANCIA DE COMPETENCIAS O DE HABILIDADES LABORALES".
       01 LINEA-SEC-DC3.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 SECCION-D PIC X(60).
       01 LINEA-DAT-DC3.
	   03 FILLER PIC X(04) VALUE SPACES.
	   03 ETIQUETA-D PIC X(28).
	   03 VALOR-D PIC X(46).
       01 LINEA-PER-DC3.
	   03 FILLER PIC X(04) VALUE SPACES.
	   03 FILLER PIC X(28) VALUE "PERIODO DE EJECUCION:".
	   03 FILLER PIC X(03) VALUE "DE ".
	   03 INICIO-D PIC 9(08).
	   03 FILLER PIC X(03) VALUE " A ".
	   03 FIN-D PIC 9(08).
       01 LINEA-HRS-DC3.
	   03 FILLER PIC X(04) VALUE SPACES.
	   03 FILLER PIC X(28) VALUE "DURACION EN HORAS:".
	   03 HORAS-D PIC ZZ9.
       01 LINEA-FIRMA-DC3.
	   03 FILLER PIC X(04) VALUE SPACES.
	   03 FILLER PIC X(22) VALUE ALL "_".
	   03 FILLER PIC X(03) VALUE SPACES.
	   03 FILLER PIC X(22) VALUE ALL "_".
	   03 FILLER PIC X(03) VALUE SPACES.
	   03 FILLER PIC X(22) VALUE ALL "_".
       01 LINEA-FIRMA2-DC3.
	   03 FILLER PIC X(04) VALUE SPACES.
	   03 FILLER PIC X(25) VALUE "INSTRUCTOR O TITULAR".
	   03 FILLER PIC X(25) VALUE "PATRON O REPRESENTANTE".
	   03 FILLER PIC X(26) VALUE "REPRESENTANTE TRABAJADORES".
       01 LINEA-CTL-DC3.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 CTL-TEXTO PIC X(40).
	   03 CTL-CUENTA PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       000-INICIO.
	   MOVE ZEROS TO RETURN-CODE
	   ACCEPT PARM-EMP-ID FROM COMMAND-LINE
	   ACCEPT FECHA-AMD FROM DATE
	   COMPUTE FECHA-HOY = 20000000 + FECHA-AMD
	   OPEN I-O CAPACIT
	   IF CAPACIT-STATUS NOT = "00"
	       DISPLAY "DC3GEN: NO SE PUDO ABRIR CAPACIT "
		   CAPACIT-STATUS
	       MOVE 16 TO RETURN-CODE
	       GOBACK
	   END-IF
	   OPEN INPUT EMPMAST
	   IF EMPMAST-STATUS NOT = "00"
	       DISPLAY "DC3GEN: NO SE PUDO ABRIR EMPMAST "
		   EMPMAST-STATUS
	       CLOSE CAPACIT
	       MOVE 16 TO RETURN-CODE
	       GOBACK
	   END-IF
	   PERFORM 050-ABRE-CATALOGOS
	   OPEN OUTPUT DC3IMP
	   IF PARM-EMP-ID NOT = SPACES
	       MOVE PARM-EMP-ID TO CAP-EMPLEADO-ID
	       MOVE LOW-VALUES TO CAP-CURSO
	       MOVE ZEROS TO CAP-FECHA-INI
	       START CAPACIT KEY NOT < CAP-LLAVE
		   INVALID KEY
		       MOVE 1 TO SW
	       END-START
	   END-IF
	   IF SW = ZEROS
	       PERFORM 100-LECTURA
	   END-IF
	   PERFORM 200-PROCESO UNTIL SW = 1
	   PERFORM 500-FINAL
	   GOBACK.

       050-ABRE-CATALOGOS.
	   MOVE SPACES TO W-EMI-NOMBRE W-EMI-RFC
	   OPEN INPUT CFDIEMI
	   IF CFDIEMI-STATUS = "00"
	       READ CFDIEMI
		   AT END
		       MOVE SPACES TO REG-CFDIEMI
	       END-READ
	       MOVE EMI-NOMBRE TO W-EMI-NOMBRE
	       MOVE EMI-RFC TO W-EMI-RFC
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

       100-LECTURA.
	   READ CAPACIT NEXT
	       AT END
		   MOVE 1 TO SW
	       NOT AT END
		   ADD 1 TO REG-LEIDOS
		   IF PARM-EMP-ID NOT = SPACES
			   AND CAP-EMPLEADO-ID NOT = PARM-EMP-ID
		       MOVE 1 TO SW
		   END-IF
	   END-READ.

       200-PROCESO.
	   MOVE ZEROS TO SW-IMPRIME
	   IF CAP-RESULTADO = "A" AND CAP-FECHA-FIN > ZEROS
	       IF CAP-FECHA-DC3 = ZEROS OR PARM-EMP-ID NOT = SPACES
		   MOVE 1 TO SW-IMPRIME
	       END-IF
	   END-IF
	   IF SW-IMPRIME = 1
	       PERFORM 300-IMPRIME-DC3
	       IF CAP-FECHA-DC3 = ZEROS
		   MOVE FECHA-HOY TO CAP-FECHA-DC3
		   REWRITE REG-CAPACIT
	       END-IF
	   END-IF
	   PERFORM 100-LECTURA.

       300-IMPRIME-DC3.
	   MOVE CAP-EMPLEADO-ID TO EMP-REC-ID
	   READ EMPMAST
	       INVALID KEY
		   MOVE "** NO EXISTE EN EMPMAST **" TO EMP-REC-NOMBRE
		   MOVE SPACES TO EMP-REC-DEPTO EMP-REC-PUESTO
	   END-READ
	   MOVE SPACES TO SEG-REC-CURP
	   IF SW-EMPSEG = 1
	       MOVE CAP-EMPLEADO-ID TO SEG-REC-ID
	       READ EMPSEG
		   INVALID KEY
		       MOVE SPACES TO SEG-REC-CURP
	       END-READ
	   END-IF
	   IF SEG-REC-CURP = SPACES
	       ADD 1 TO SIN-CURP
	       MOVE 4 TO RETURN-CODE
	   END-IF
	   MOVE SPACES TO PUE-REC-DESC
	   IF SW-PUESTOS = 1 AND EMP-REC-PUESTO NOT = SPACES
	       MOVE EMP-REC-PUESTO TO PUE-REC-CODIGO
	       READ PUESTOS
		   INVALID KEY
		       MOVE SPACES TO PUE-REC-DESC
	       END-READ
	   END-IF
	   MOVE SPACES TO CUR-NOMBRE CUR-AREA CUR-REG-AGENTE
	   IF SW-CURSOS = 1
	       MOVE CAP-CURSO TO CUR-CODIGO
	       READ CURSOS
		   INVALID KEY
		       MOVE SPACES TO CUR-NOMBRE CUR-AREA
		       MOVE SPACES TO CUR-REG-AGENTE
	       END-READ
	   END-IF
	   WRITE LINEA FROM LINEA-TIT-DC3 AFTER ADVANCING PAGE
	   WRITE LINEA FROM LINEA-TIT2-DC3
	   WRITE LINEA FROM LINEA-R3
	   MOVE "DATOS DEL TRABAJADOR" TO SECCION-D
	   WRITE LINEA FROM LINEA-SEC-DC3
	   MOVE "NOMBRE:" TO ETIQUETA-D
	   MOVE EMP-REC-NOMBRE TO VALOR-D
	   WRITE LINEA FROM LINEA-DAT-DC3
	   MOVE "CURP:" TO ETIQUETA-D
	   MOVE SEG-REC-CURP TO VALOR-D
	   WRITE LINEA FROM LINEA-DAT-DC3
	   MOVE "OCUPACION ESPECIFICA:" TO ETIQUETA-D
	   MOVE PUE-REC-DESC TO VALOR-D
	   WRITE LINEA FROM LINEA-DAT-DC3
	   MOVE "PUESTO:" TO ETIQUETA-D
	   MOVE EMP-REC-PUESTO TO VALOR-D
	   WRITE LINEA FROM LINEA-DAT-DC3
	   MOVE "DEPARTAMENTO:" TO ETIQUETA-D
	   MOVE EMP-REC-DEPTO TO VALOR-D
	   WRITE LINEA FROM LINEA-DAT-DC3
	   WRITE LINEA FROM LINEA-R1
	   MOVE "DATOS DE LA EMPRESA" TO SECCION-D
	   WRITE LINEA FROM LINEA-SEC-DC3
	   MOVE "RAZON SOCIAL:" TO ETIQUETA-D
	   MOVE W-EMI-NOMBRE TO VALOR-D
	   WRITE LINEA FROM LINEA-DAT-DC3
	   MOVE "RFC:" TO ETIQUETA-D
	   MOVE W-EMI-RFC TO VALOR-D
	   WRITE LINEA FROM LINEA-DAT-DC3
	   WRITE LINEA FROM LINEA-R1
	   MOVE "DATOS DEL PROGRAMA DE CAPACITACION" TO SECCION-D
	   WRITE LINEA FROM LINEA-SEC-DC3
	   MOVE "NOMBRE DEL CURSO:" TO ETIQUETA-D
	   MOVE CUR-NOMBRE TO VALOR-D
	   WRITE LINEA FROM LINEA-DAT-DC3
	   MOVE CAP-HORAS TO HORAS-D
	   WRITE LINEA FROM LINEA-HRS-DC3
	   MOVE CAP-FECHA-INI TO INICIO-D
	   MOVE CAP-FECHA-FIN TO FIN-D
	   WRITE LINEA FROM LINEA-PER-DC3
	   MOVE "AREA TEMATICA:" TO ETIQUETA-D
	   MOVE CUR-AREA TO VALOR-D
	   WRITE LINEA FROM LINEA-DAT-DC3
	   MOVE "AGENTE CAPACITADOR:" TO ETIQUETA-D
	   MOVE CAP-INSTRUCTOR TO VALOR-D
	   WRITE LINEA FROM LINEA-DAT-DC3
	   MOVE "REGISTRO STPS DEL AGENTE:" TO ETIQUETA-D
	   MOVE CUR-REG-AGENTE TO VALOR-D
	   WRITE LINEA FROM LINEA-DAT-DC3
	   WRITE LINEA FROM LINEA-R3
	   WRITE LINEA FROM LINEA-FIRMA-DC3 AFTER ADVANCING 4 LINES
	   WRITE LINEA FROM LINEA-FIRMA2-DC3
	   ADD 1 TO CONSTANCIAS.

       500-FINAL.
	   WRITE LINEA FROM LINEA-R3 AFTER ADVANCING PAGE
	   MOVE "CONSTANCIAS DC-3 EMITIDAS:" TO CTL-TEXTO
	   MOVE CONSTANCIAS TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-DC3
	   MOVE "CONSTANCIAS SIN CURP DEL TRABAJADOR:" TO CTL-TEXTO
	   MOVE SIN-CURP TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-DC3
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
	   CLOSE DC3IMP.

       600-ESCRIBE-RUNLOG.
	   MOVE "DC3GEN" TO RUNLOG-PROGRAMA
	   ACCEPT RUNLOG-FECHA FROM DATE
	   ACCEPT RUNLOG-HORA FROM TIME
	   MOVE RETURN-CODE TO W-RC-GUARDA
	   CALL "SESUSR" USING RUNLOG-USUARIO
	   MOVE W-RC-GUARDA TO RETURN-CODE
	   MOVE REG-LEIDOS TO RUNLOG-LEIDOS
	   MOVE CONSTANCIAS TO RUNLOG-ESCRITOS
	   OPEN EXTEND RUNLOG
	   IF RUNLOG-STATUS = "35"
	       OPEN OUTPUT RUNLOG
	   END-IF
	   WRITE REG-RUNLOG
	   CLOSE RUNLOG.
