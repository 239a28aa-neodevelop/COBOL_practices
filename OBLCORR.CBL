       IDENTIFICATION DIVISION.
       PROGRAM-ID. OBLCORR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT OBLCAL ASSIGN TO "OBLCAL"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS OBL-LLAVE
	       FILE STATUS IS OBLCAL-STATUS.
	   SELECT OBLEJE ASSIGN TO "OBLEJE"
	       FILE STATUS IS OBLEJE-STATUS.
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OBLCAL.
       COPY "OBLCAL.wks".
       FD OBLEJE.
       COPY "OBLEJE.wks".
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 OBLCAL-STATUS PIC XX.
       01 OBLEJE-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 SW PIC 9 VALUE ZEROS.
       01 SW-CUMPLIDA PIC 9 VALUE ZEROS.
       01 SW-FALLA PIC 9 VALUE ZEROS.
       01 W-CIA PIC X(3) VALUE SPACES.
       01 W-CIA-NOMBRE PIC X(30) VALUE SPACES.
       01 W-LINEA-ORIG PIC X(80) VALUE SPACES.
       01 W-PARM PIC X(80) VALUE SPACES.
       01 W-PROGRAMA PIC X(10) VALUE SPACES.
       01 W-FECHA-HOY PIC 9(8) VALUE ZEROS.
       01 W-HORA PIC 9(8) VALUE ZEROS.
       01 W-MES PIC 9(6) VALUE ZEROS.
       01 W-MES-R REDEFINES W-MES.
	   03 MES-ANO PIC 9(4).
	   03 MES-MES PIC 99.
       01 W-MES-ACTUAL PIC 9(6) VALUE ZEROS.
       01 W-PERIODO PIC 9(6) VALUE ZEROS.
       01 W-PERIODO-ANT PIC 9(6) VALUE ZEROS.
       01 W-FECHA-VENCE PIC 9(8) VALUE ZEROS.
       01 W-FECHA-CORRE PIC 9(8) VALUE ZEROS.
       01 W-FECHA-AVISO PIC 9(8) VALUE ZEROS.
       01 W-INT-DIA PIC 9(7) VALUE ZEROS.
       01 W-RC-TRABAJO PIC S9(4) VALUE ZEROS.
       01 REG-REVISADAS PIC 9(5) VALUE ZEROS.
       01 REG-EJECUTADAS PIC 9(5) VALUE ZEROS.
       01 REG-FALLIDAS PIC 9(5) VALUE ZEROS.
       01 REG-AVISOS PIC 9(5) VALUE ZEROS.
       01 I-EJE PIC 9(4) VALUE ZEROS.
       01 NUM-EJE PIC 9(4) VALUE ZEROS.
       01 TABLA-EJECUCIONES.
	   03 TEJ-ENTRADA OCCURS 2000 TIMES.
	       05 TEJ-PROGRAMA PIC X(10).
	       05 TEJ-PERIODO PIC 9(6).
       01 W-ALR-PROGRAMA PIC X(10) VALUE "OBLCORR".
       01 W-ALR-SEVERIDAD PIC X VALUE "A".
       01 W-ALR-LLAVE PIC X(18) VALUE SPACES.
       01 W-ALR-MENSAJE PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       000-INICIO.
	   MOVE ZEROS TO RETURN-CODE
	   CALL "SETCIA" USING W-CIA W-CIA-NOMBRE
	   ACCEPT W-LINEA-ORIG FROM COMMAND-LINE
	   ACCEPT W-FECHA-HOY FROM DATE
	   ADD 20000000 TO W-FECHA-HOY
	   COMPUTE W-MES-ACTUAL = W-FECHA-HOY / 100
	   OPEN INPUT OBLCAL
	   IF OBLCAL-STATUS NOT = "00"
	       DISPLAY "OBLCORR: SIN CALENDARIO DE OBLIGACIONES"
	       GOBACK
	   END-IF
	   PERFORM 050-CARGA-EJECUCIONES
	   MOVE W-CIA TO OBL-CIA
	   MOVE LOW-VALUES TO OBL-PROGRAMA
	   MOVE ZEROS TO SW
	   START OBLCAL KEY NOT < OBL-LLAVE
	       INVALID KEY
		   MOVE 1 TO SW
	   END-START
	   PERFORM UNTIL SW = 1
	       READ OBLCAL NEXT
		   AT END
		       MOVE 1 TO SW
		   NOT AT END
		       IF OBL-CIA NOT = W-CIA
			   MOVE 1 TO SW
		       ELSE
			   IF OBL-ACTIVO = "A"
			       PERFORM 100-REVISA-OBLIGACION
			   END-IF
		       END-IF
	       END-READ
	   END-PERFORM
	   CLOSE OBLCAL
	   DISPLAY W-LINEA-ORIG UPON COMMAND-LINE
	   DISPLAY "OBLCORR: OBLIGACIONES REVISADAS  " REG-REVISADAS
	   DISPLAY "OBLCORR: TRABAJOS EJECUTADOS     " REG-EJECUTADAS
	   DISPLAY "OBLCORR: TRABAJOS CON FALLA      " REG-FALLIDAS
	   DISPLAY "OBLCORR: AVISOS DE VENCIMIENTO   " REG-AVISOS
	   IF REG-FALLIDAS > 0 OR REG-AVISOS > 0
	       MOVE 4 TO RETURN-CODE
	   END-IF
	   PERFORM 600-ESCRIBE-RUNLOG
	   GOBACK.

       050-CARGA-EJECUCIONES.
	   MOVE ZEROS TO NUM-EJE
	   OPEN INPUT OBLEJE
	   IF OBLEJE-STATUS = "00"
	       PERFORM UNTIL OBLEJE-STATUS = "10"
		   READ OBLEJE
		       AT END
			   MOVE "10" TO OBLEJE-STATUS
		       NOT AT END
			   IF OBE-CIA = W-CIA AND OBE-ESTADO = "C"
				   AND NUM-EJE < 2000
			       ADD 1 TO NUM-EJE
			       MOVE OBE-PROGRAMA
				   TO TEJ-PROGRAMA(NUM-EJE)
			       MOVE OBE-PERIODO TO TEJ-PERIODO(NUM-EJE)
			   END-IF
		   END-READ
	       END-PERFORM
	       CLOSE OBLEJE
	   END-IF.

       100-REVISA-OBLIGACION.
	   ADD 1 TO REG-REVISADAS
	   MOVE ZEROS TO W-PERIODO-ANT
	   MOVE W-MES-ACTUAL TO W-MES
	   IF MES-MES = 1
	       MOVE 12 TO MES-MES
	       SUBTRACT 1 FROM MES-ANO
	   ELSE
	       SUBTRACT 1 FROM MES-MES
	   END-IF
	   PERFORM 200-REVISA-MES
	   MOVE W-MES-ACTUAL TO W-MES
	   PERFORM 200-REVISA-MES.

       200-REVISA-MES.
	   CALL "OBLFEC" USING OBL-FRECUENCIA OBL-DIA-VENCE W-MES
	       W-PERIODO W-FECHA-VENCE W-FECHA-CORRE
	   IF W-PERIODO NOT = W-PERIODO-ANT
	       MOVE W-PERIODO TO W-PERIODO-ANT
	       PERFORM 210-BUSCA-CUMPLIDA
	       IF SW-CUMPLIDA = ZEROS
		   COMPUTE W-INT-DIA =
		       FUNCTION INTEGER-OF-DATE(W-FECHA-CORRE)
		       - OBL-DIAS-AVISO
		   COMPUTE W-FECHA-AVISO =
		       FUNCTION DATE-OF-INTEGER(W-INT-DIA)
		   IF W-FECHA-HOY NOT < W-FECHA-CORRE
		       PERFORM 300-EJECUTA-TRABAJO
		   ELSE
		       IF W-FECHA-HOY NOT < W-FECHA-AVISO
			   PERFORM 400-AVISO-VENCIMIENTO
		       END-IF
		   END-IF
	       END-IF
	   END-IF.

       210-BUSCA-CUMPLIDA.
	   MOVE ZEROS TO SW-CUMPLIDA
	   PERFORM VARYING I-EJE FROM 1 BY 1 UNTIL I-EJE > NUM-EJE
	       IF TEJ-PROGRAMA(I-EJE) = OBL-PROGRAMA
		       AND TEJ-PERIODO(I-EJE) = W-PERIODO
		   MOVE 1 TO SW-CUMPLIDA
	       END-IF
	   END-PERFORM.

       300-EJECUTA-TRABAJO.
	   MOVE OBL-PROGRAMA TO W-PROGRAMA
	   MOVE SPACES TO W-PARM
	   MOVE W-PERIODO TO W-PARM(1:6)
	   DISPLAY W-PARM UPON COMMAND-LINE
	   DISPLAY "OBLCORR: INICIANDO " W-PROGRAMA
	       " PERIODO " W-PERIODO
	   MOVE ZEROS TO SW-FALLA
	   MOVE ZEROS TO RETURN-CODE
	   CALL W-PROGRAMA
	       ON EXCEPTION
		   MOVE 1 TO SW-FALLA
		   MOVE 16 TO RETURN-CODE
	   END-CALL
	   MOVE RETURN-CODE TO W-RC-TRABAJO
	   MOVE ZEROS TO RETURN-CODE
	   IF SW-FALLA = ZEROS
	       CANCEL W-PROGRAMA
	   END-IF
	   ADD 1 TO REG-EJECUTADAS
	   MOVE W-CIA TO OBE-CIA
	   MOVE W-PROGRAMA TO OBE-PROGRAMA
	   MOVE W-PERIODO TO OBE-PERIODO
	   MOVE W-FECHA-HOY TO OBE-FECHA
	   ACCEPT W-HORA FROM TIME
	   COMPUTE OBE-HORA = W-HORA / 100
	   MOVE W-RC-TRABAJO TO OBE-RC
	   IF W-RC-TRABAJO > 4
	       MOVE "F" TO OBE-ESTADO
	       ADD 1 TO REG-FALLIDAS
	       DISPLAY "OBLCORR: " W-PROGRAMA " TERMINO CON ERRORES RC="
		   W-RC-TRABAJO
	       MOVE "C" TO W-ALR-SEVERIDAD
	       MOVE SPACES TO W-ALR-LLAVE
	       STRING W-PROGRAMA DELIMITED BY SPACE
		   " " W-PERIODO DELIMITED BY SIZE
		   INTO W-ALR-LLAVE
	       MOVE SPACES TO W-ALR-MENSAJE
	       STRING "OBLIGACION FALLO, VENCE " W-FECHA-VENCE
		   DELIMITED BY SIZE INTO W-ALR-MENSAJE
	       CALL "ALERTA" USING W-ALR-PROGRAMA W-ALR-SEVERIDAD
		   W-ALR-LLAVE W-ALR-MENSAJE
	   ELSE
	       MOVE "C" TO OBE-ESTADO
	       ADD 1 TO NUM-EJE
	       IF NUM-EJE > 2000
		   MOVE 2000 TO NUM-EJE
	       END-IF
	       MOVE W-PROGRAMA TO TEJ-PROGRAMA(NUM-EJE)
	       MOVE W-PERIODO TO TEJ-PERIODO(NUM-EJE)
	       DISPLAY "OBLCORR: " W-PROGRAMA " TERMINO RC="
		   W-RC-TRABAJO
	   END-IF
	   OPEN EXTEND OBLEJE
	   IF OBLEJE-STATUS = "35"
	       OPEN OUTPUT OBLEJE
	   END-IF
	   WRITE REG-OBLEJE
	   CLOSE OBLEJE.

       400-AVISO-VENCIMIENTO.
	   ADD 1 TO REG-AVISOS
	   MOVE "A" TO W-ALR-SEVERIDAD
	   MOVE SPACES TO W-ALR-LLAVE
	   STRING OBL-PROGRAMA DELIMITED BY SPACE
	       " " W-PERIODO DELIMITED BY SIZE
	       INTO W-ALR-LLAVE
	   MOVE SPACES TO W-ALR-MENSAJE
	   STRING "OBLIGACION PENDIENTE, VENCE " W-FECHA-VENCE
	       DELIMITED BY SIZE INTO W-ALR-MENSAJE
	   CALL "ALERTA" USING W-ALR-PROGRAMA W-ALR-SEVERIDAD
	       W-ALR-LLAVE W-ALR-MENSAJE
	   DISPLAY "OBLCORR: " OBL-PROGRAMA " PERIODO " W-PERIODO
	       " VENCE " W-FECHA-VENCE " SIN EJECUTAR".

       600-ESCRIBE-RUNLOG.
	   MOVE "OBLCORR" TO RUNLOG-PROGRAMA
	   ACCEPT RUNLOG-FECHA FROM DATE
	   ACCEPT RUNLOG-HORA FROM TIME
	   MOVE RETURN-CODE TO W-RC-GUARDA
	   CALL "SESUSR" USING RUNLOG-USUARIO
	   MOVE W-RC-GUARDA TO RETURN-CODE
	   MOVE REG-REVISADAS TO RUNLOG-LEIDOS
	   COMPUTE RUNLOG-ESCRITOS = REG-EJECUTADAS - REG-FALLIDAS
	   OPEN EXTEND RUNLOG
	   IF RUNLOG-STATUS = "35"
	       OPEN OUTPUT RUNLOG
	   END-IF
	   WRITE REG-RUNLOG
	   CLOSE RUNLOG.
