	   02 DEPTO PIC X(15).
	   02 SUELDO PIC 9(4)V99.
	   02 SUELDO-X REDEFINES SUELDO PIC X(6).
	   02 CEDULA PIC X(10).
	   02 CED-VENCE PIC 9(8).
	   02 CERTIF PIC X(12).
	   02 CERT-VENCE PIC 9(8).
       FD ROLREGLA.
       01 REG-REGLA.
	   03 RGL-ESP PIC X(16).
       01 W-DIA PIC 99 VALUE ZEROS.
       01 W-FECHA PIC 9(8) VALUE ZEROS.
       01 W-TURNO PIC 9 VALUE ZEROS.
       01 W-FIN-MES PIC 9(8) VALUE ZEROS.
       01 NUM-VENCIDOS PIC 9(3) VALUE ZEROS.
       01 REG-LEIDOS PIC 9(5) VALUE ZEROS.
       01 GUARDIAS-ASIGNADAS PIC 9(5) VALUE ZEROS.
       01 SIN-CUBRIR PIC 9(5) VALUE ZEROS.
	       05 TD-ESP PIC X(16).
	       05 TD-GUARDIAS PIC 9(3).
	       05 TD-ULT-DIA PIC 99.
	       05 TD-VENCE PIC 9(8).
       01 NUM-REGLAS PIC 99 VALUE ZEROS.
       01 I-RGL PIC 99 VALUE ZEROS.
       01 TABLA-REGLAS.
	   03 ESP-B PIC X(16).
	   03 FILLER PIC X(11) VALUE "  GUARDIAS ".
	   03 GUARDIAS-B PIC ZZ9.
       01 ENCABEZADO-VENC.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(50) VALUE
	      "MEDICOS CON CERTIFICACION VENCIDA - SIN GUARDIAS".
       01 LINEA-VENC.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 IDD-V PIC X(5).
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 APAT-V PIC X(12).
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 ESP-V PIC X(16).
	   03 FILLER PIC X(12) VALUE "  VENCIO EL ".
	   03 VENCE-V PIC 9(8).
       01 LINEA-CTL-ROL.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(21) VALUE "GUARDIAS ASIGNADAS:  ".
	   MOVE MES-ROL(1:4) TO W-ANO
	   MOVE MES-ROL(5:2) TO W-MM
	   PERFORM 050-DIAS-DEL-MES
	   COMPUTE W-FIN-MES = MES-ROL * 100 + DIAS-MES
	   PERFORM 100-CARGA-MEDICOS
	   PERFORM 110-CARGA-REGLAS
	   PERFORM 120-CARGA-EXCLUSIONES
	   PERFORM 200-ARMA-CALENDARIO
	       VARYING W-DIA FROM 1 BY 1 UNTIL W-DIA > DIAS-MES
	   PERFORM 400-BALANCE
	   PERFORM 450-VENCIDOS
	   MOVE GUARDIAS-ASIGNADAS TO CTL-ASIG
	   MOVE SIN-CUBRIR TO CTL-SIN
	   WRITE LINEA FROM LINEA-R3
	   WRITE LINEA FROM LINEA-CTL-ROL
	   IF SIN-CUBRIR > ZEROS OR NUM-VENCIDOS > ZEROS
	       MOVE 4 TO RETURN-CODE
	   END-IF
	   PERFORM 600-ESCRIBE-RUNLOG
			   MOVE ESP TO TD-ESP(NUM-DOCS)
			   MOVE ZEROS TO TD-GUARDIAS(NUM-DOCS)
			   MOVE ZEROS TO TD-ULT-DIA(NUM-DOCS)
			   MOVE CED-VENCE TO TD-VENCE(NUM-DOCS)
			   IF CERT-VENCE > ZEROS
				   AND (CED-VENCE = ZEROS
				   OR CERT-VENCE < CED-VENCE)
			       MOVE CERT-VENCE TO TD-VENCE(NUM-DOCS)
			   END-IF
		       END-IF
	       END-READ
	   END-PERFORM
	   END-PERFORM.

       310-VERIFICA-DISPONIBLE.
	   IF (TD-ULT-DIA(I-DOC) > ZEROS
		   AND W-DIA NOT >
		       TD-ULT-DIA(I-DOC) + TR-DESCANSO(I-RGL))
		   OR (TD-VENCE(I-DOC) > ZEROS
		   AND W-FECHA > TD-VENCE(I-DOC))
	       CONTINUE
	   ELSE
	       PERFORM 320-VERIFICA-EXCLUSION
	       END-IF
	   END-PERFORM.

       450-VENCIDOS.
	   PERFORM VARYING I-DOC FROM 1 BY 1
		   UNTIL I-DOC > NUM-DOCS
	       IF TD-VENCE(I-DOC) > ZEROS
		       AND TD-VENCE(I-DOC) < W-FIN-MES
		   IF NUM-VENCIDOS = ZEROS
		       WRITE LINEA FROM LINEA-R3
		       WRITE LINEA FROM ENCABEZADO-VENC
		   END-IF
		   ADD 1 TO NUM-VENCIDOS
		   MOVE TD-IDD(I-DOC) TO IDD-V
		   MOVE TD-APAT(I-DOC) TO APAT-V
		   MOVE TD-ESP(I-DOC) TO ESP-V
		   MOVE TD-VENCE(I-DOC) TO VENCE-V
		   WRITE LINEA FROM LINEA-VENC
	       END-IF
	   END-PERFORM.
       600-ESCRIBE-RUNLOG.
	   MOVE "ROLGUARD" TO RUNLOG-PROGRAMA
	   ACCEPT RUNLOG-FECHA FROM DATE
