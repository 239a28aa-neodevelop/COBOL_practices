       IDENTIFICATION DIVISION.
       PROGRAM-ID. OBLFEC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT CALEND ASSIGN TO "CALEND"
	       FILE STATUS IS CALEND-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CALEND.
       01 REG-CALEND.
	   03 CAL-TIPO PIC X.
	   03 CAL-FECHA PIC 9(8).
	   03 CAL-PERIODO PIC 9(8).
	   03 CAL-DESC PIC X(20).
       WORKING-STORAGE SECTION.
       01 CALEND-STATUS PIC XX.
       01 SW-CARGADO PIC 9 VALUE ZEROS.
       01 SW-INHABIL PIC 9 VALUE ZEROS.
       01 NUM-FERIADOS PIC 9(3) VALUE ZEROS.
       01 I-FER PIC 9(3) VALUE ZEROS.
       01 TABLA-FERIADOS.
	   03 TF-FECHA PIC 9(8) OCCURS 200 TIMES.
       01 W-VENCE PIC 9(6) VALUE ZEROS.
       01 W-VENCE-R REDEFINES W-VENCE.
	   03 VEN-ANO PIC 9(4).
	   03 VEN-MES PIC 99.
       01 W-PERIODO PIC 9(6) VALUE ZEROS.
       01 W-PERIODO-R REDEFINES W-PERIODO.
	   03 PER-ANO PIC 9(4).
	   03 PER-MES PIC 99.
       01 W-ULTIMO-DIA PIC 99 VALUE ZEROS.
       01 W-DIA PIC 99 VALUE ZEROS.
       01 W-COCIENTE PIC 9(4) VALUE ZEROS.
       01 W-RESIDUO PIC 9 VALUE ZEROS.
       01 W-INT-DIA PIC 9(7) VALUE ZEROS.
       01 W-DIA-SEMANA PIC 9 VALUE ZEROS.
       01 W-INTENTOS PIC 99 VALUE ZEROS.
       LINKAGE SECTION.
       01 LK-FRECUENCIA PIC X.
       01 LK-DIA-VENCE PIC 99.
       01 LK-MES PIC 9(6).
       01 LK-PERIODO PIC 9(6).
       01 LK-FECHA-VENCE PIC 9(8).
       01 LK-FECHA-CORRE PIC 9(8).
       PROCEDURE DIVISION USING LK-FRECUENCIA LK-DIA-VENCE LK-MES
	   LK-PERIODO LK-FECHA-VENCE LK-FECHA-CORRE.
       000-CALCULA.
	   IF SW-CARGADO = ZEROS
	       PERFORM 050-CARGA-FERIADOS
	   END-IF
	   MOVE LK-MES TO W-VENCE
	   IF LK-FRECUENCIA = "B"
	       DIVIDE VEN-MES BY 2 GIVING W-COCIENTE
		   REMAINDER W-RESIDUO
	       IF W-RESIDUO = ZEROS
		   PERFORM 100-MES-ANTERIOR
	       END-IF
	   END-IF
	   MOVE W-VENCE TO W-PERIODO
	   PERFORM 110-PERIODO-ANTERIOR
	   IF LK-FRECUENCIA = "B"
	       PERFORM 110-PERIODO-ANTERIOR
	   END-IF
	   MOVE W-PERIODO TO LK-PERIODO
	   PERFORM 200-FECHA-VENCE
	   PERFORM 300-FECHA-CORRE
	   GOBACK.

       050-CARGA-FERIADOS.
	   MOVE 1 TO SW-CARGADO
	   MOVE ZEROS TO NUM-FERIADOS
	   OPEN INPUT CALEND
	   IF CALEND-STATUS = "00"
	       PERFORM UNTIL CALEND-STATUS = "10"
		   READ CALEND
		       AT END
			   MOVE "10" TO CALEND-STATUS
		       NOT AT END
			   IF CAL-TIPO = "F" AND NUM-FERIADOS < 200
			       ADD 1 TO NUM-FERIADOS
			       MOVE CAL-FECHA TO TF-FECHA(NUM-FERIADOS)
			   END-IF
		   END-READ
	       END-PERFORM
	       CLOSE CALEND
	   END-IF.

       100-MES-ANTERIOR.
	   IF VEN-MES = 1
	       MOVE 12 TO VEN-MES
	       SUBTRACT 1 FROM VEN-ANO
	   ELSE
	       SUBTRACT 1 FROM VEN-MES
	   END-IF.

       110-PERIODO-ANTERIOR.
	   IF PER-MES = 1
	       MOVE 12 TO PER-MES
	       SUBTRACT 1 FROM PER-ANO
	   ELSE
	       SUBTRACT 1 FROM PER-MES
	   END-IF.

       200-FECHA-VENCE.
	   EVALUATE VEN-MES
	       WHEN 2
		   DIVIDE VEN-ANO BY 4 GIVING W-COCIENTE
		       REMAINDER W-RESIDUO
		   IF W-RESIDUO = ZEROS
		       MOVE 29 TO W-ULTIMO-DIA
		   ELSE
		       MOVE 28 TO W-ULTIMO-DIA
		   END-IF
	       WHEN 4 WHEN 6 WHEN 9 WHEN 11
		   MOVE 30 TO W-ULTIMO-DIA
	       WHEN OTHER
		   MOVE 31 TO W-ULTIMO-DIA
	   END-EVALUATE
	   MOVE LK-DIA-VENCE TO W-DIA
	   IF W-DIA = ZEROS
	       MOVE 1 TO W-DIA
	   END-IF
	   IF W-DIA > W-ULTIMO-DIA
	       MOVE W-ULTIMO-DIA TO W-DIA
	   END-IF
	   COMPUTE LK-FECHA-VENCE = W-VENCE * 100 + W-DIA.

       300-FECHA-CORRE.
	   COMPUTE W-INT-DIA = FUNCTION INTEGER-OF-DATE(LK-FECHA-VENCE)
	   MOVE LK-FECHA-VENCE TO LK-FECHA-CORRE
	   MOVE ZEROS TO W-INTENTOS
	   PERFORM 310-VERIFICA-DIA
	   PERFORM UNTIL SW-INHABIL = ZEROS OR W-INTENTOS > 10
	       SUBTRACT 1 FROM W-INT-DIA
	       ADD 1 TO W-INTENTOS
	       COMPUTE LK-FECHA-CORRE =
		   FUNCTION DATE-OF-INTEGER(W-INT-DIA)
	       PERFORM 310-VERIFICA-DIA
	   END-PERFORM.

       310-VERIFICA-DIA.
	   MOVE ZEROS TO SW-INHABIL
	   COMPUTE W-DIA-SEMANA = FUNCTION MOD(W-INT-DIA - 1, 7) + 1
	   IF W-DIA-SEMANA > 5
	       MOVE 1 TO SW-INHABIL
	   END-IF
	   PERFORM VARYING I-FER FROM 1 BY 1 UNTIL I-FER > NUM-FERIADOS
	       IF TF-FECHA(I-FER) = LK-FECHA-CORRE
		   MOVE 1 TO SW-INHABIL
	       END-IF
	   END-PERFORM.
