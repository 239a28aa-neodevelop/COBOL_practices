       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARAMFEC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT PARAMCIA ASSIGN TO "PARAMCIA"
	       FILE STATUS IS PARAMCIA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PARAMCIA.
       01 REG-PARAM.
	   03 PRM-CODIGO PIC X(12).
	   03 PRM-VALOR PIC 9(7)V99.
	   03 PRM-VIGENCIA PIC 9(8).
       WORKING-STORAGE SECTION.
       01 PARAMCIA-STATUS PIC XX.
       01 SW PIC 9 VALUE ZEROS.
       01 FECHA-AMD PIC 9(6) VALUE ZEROS.
       01 FECHA-REF PIC 9(8) VALUE ZEROS.
       01 VIGENCIA-USADA PIC 9(8) VALUE ZEROS.
       LINKAGE SECTION.
       01 LK-CODIGO PIC X(12).
       01 LK-FECHA PIC 9(8).
       01 LK-VALOR PIC 9(7)V99.
       01 LK-ENCONTRADO PIC 9.
       PROCEDURE DIVISION USING LK-CODIGO LK-FECHA LK-VALOR
	   LK-ENCONTRADO.
       000-CONSULTA.
	   MOVE ZEROS TO LK-ENCONTRADO
	   MOVE ZEROS TO VIGENCIA-USADA
	   IF LK-FECHA > ZEROS
	       MOVE LK-FECHA TO FECHA-REF
	   ELSE
	       ACCEPT FECHA-AMD FROM DATE
	       COMPUTE FECHA-REF = 20000000 + FECHA-AMD
	   END-IF
	   MOVE ZEROS TO SW
	   OPEN INPUT PARAMCIA
	   IF PARAMCIA-STATUS NOT = "00"
	       GOBACK
	   END-IF
	   PERFORM UNTIL SW = 1
	       READ PARAMCIA
		   AT END
		       MOVE 1 TO SW
		   NOT AT END
		       IF PRM-CODIGO = LK-CODIGO
			       AND PRM-VIGENCIA NOT > FECHA-REF
			       AND PRM-VIGENCIA NOT < VIGENCIA-USADA
			   MOVE PRM-VIGENCIA TO VIGENCIA-USADA
			   MOVE PRM-VALOR TO LK-VALOR
			   MOVE 1 TO LK-ENCONTRADO
		       END-IF
	       END-READ
	   END-PERFORM
	   CLOSE PARAMCIA
	   GOBACK.
