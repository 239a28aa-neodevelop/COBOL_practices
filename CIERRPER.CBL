	       FILE STATUS IS PERCAL-STATUS.
	   SELECT PERCTL ASSIGN TO "PERIODO.CTL"
	       FILE STATUS IS PERCTL-STATUS.
	   SELECT CTLCONC ASSIGN TO "CTLCONC"
	       FILE STATUS IS CTLCONC-STATUS.
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FD PERCTL.
       01 REG-PERCTL.
	   03 PERCTL-PERIODO PIC 9(8).
       FD CTLCONC.
       COPY "CTLCONC.wks".
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 PERCAL-STATUS PIC XX.
       01 PERCTL-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 CTLCONC-STATUS PIC XX.
       01 SW-FIN PIC 9 VALUE ZEROS.
       01 PERIODO-ACTUAL PIC 9(8) VALUE ZEROS.
       01 PERIODO-SIG PIC 9(8) VALUE ZEROS.
       01 W-QNA PIC 99 VALUE ZEROS.
       01 W-ANO PIC 9(4) VALUE ZEROS.
       01 W-MES PIC 99 VALUE ZEROS.
       01 W-CERRADOS PIC 9 VALUE ZEROS.
       01 W-ABIERTAS PIC 9(5) VALUE ZEROS.
       01 NUM-CIA PIC 99 VALUE ZEROS.
       01 I-CIA PIC 99 VALUE ZEROS.
       01 IDX-CIA PIC 99 VALUE ZEROS.
       01 TABLA-CONC.
	   03 TCC-ENTRADA OCCURS 20 TIMES.
	       05 TCC-CIA PIC X(3).
	       05 TCC-DIFERENCIAS PIC 9(5).
       PROCEDURE DIVISION.
       000-INICIO.
	   MOVE ZEROS TO RETURN-CODE
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	   END-IF
	   PERFORM 050-VERIFICA-CONCILIACION
	   IF NUM-CIA = ZEROS
	       DISPLAY "CIERRPER: PERIODO SIN CONCILIACION (CONCNOM) "
		   PERIODO-ACTUAL
	       MOVE 8 TO RETURN-CODE
	       PERFORM 600-ESCRIBE-RUNLOG
	       GOBACK
	   END-IF
	   IF W-ABIERTAS > ZEROS
	       DISPLAY "CIERRPER: DIFERENCIAS DE CONCILIACION ABIERTAS "
		   W-ABIERTAS
	       DISPLAY "CIERRPER: VER CONCREP - NO SE CIERRA EL PERIODO"
	       MOVE 8 TO RETURN-CODE
	       PERFORM 600-ESCRIBE-RUNLOG
	       GOBACK
	   END-IF
	   MOVE PERIODO-ACTUAL(1:4) TO W-ANO
	   MOVE PERIODO-ACTUAL(5:2) TO W-MES
	   MOVE PERIODO-ACTUAL(7:2) TO W-QNA
	   PERFORM 600-ESCRIBE-RUNLOG
	   GOBACK.

       050-VERIFICA-CONCILIACION.
	   MOVE ZEROS TO NUM-CIA
	   MOVE ZEROS TO W-ABIERTAS
	   MOVE ZEROS TO SW-FIN
	   OPEN INPUT CTLCONC
	   IF CTLCONC-STATUS NOT = "00"
	       MOVE 1 TO SW-FIN
	   END-IF
	   PERFORM UNTIL SW-FIN = 1
	       READ CTLCONC
		   AT END
		       MOVE 1 TO SW-FIN
		   NOT AT END
		       IF CTC-PERIODO = PERIODO-ACTUAL
			   PERFORM 060-GUARDA-CONCILIACION
		       END-IF
	       END-READ
	   END-PERFORM
	   IF CTLCONC-STATUS NOT = "35"
	       CLOSE CTLCONC
	   END-IF
	   PERFORM VARYING I-CIA FROM 1 BY 1 UNTIL I-CIA > NUM-CIA
	       ADD TCC-DIFERENCIAS(I-CIA) TO W-ABIERTAS
	   END-PERFORM.

       060-GUARDA-CONCILIACION.
	   MOVE ZEROS TO IDX-CIA
	   PERFORM VARYING I-CIA FROM 1 BY 1 UNTIL I-CIA > NUM-CIA
	       IF TCC-CIA(I-CIA) = CTC-CIA
		   MOVE I-CIA TO IDX-CIA
	       END-IF
	   END-PERFORM
	   IF IDX-CIA = ZEROS AND NUM-CIA < 20
	       ADD 1 TO NUM-CIA
	       MOVE CTC-CIA TO TCC-CIA(NUM-CIA)
	       MOVE NUM-CIA TO IDX-CIA
	   END-IF
	   IF IDX-CIA > ZEROS
	       MOVE CTC-DIFERENCIAS TO TCC-DIFERENCIAS(IDX-CIA)
	   END-IF.

       100-CIERRA-ACTUAL.
	   MOVE ZEROS TO W-CERRADOS
	   MOVE PERIODO-ACTUAL TO CAL-REC-PERIODO
