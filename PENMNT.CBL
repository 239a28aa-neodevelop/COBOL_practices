       01 W-MSG-ERROR PIC X(40) VALUE SPACES.
       01 W-ULT-PERIODO PIC 9(8) VALUE ZEROS.
       01 W-ULT-DESC PIC 9(5)V99 VALUE ZEROS.
       01 W-CLABE-REAL PIC X(18) VALUE SPACES.
       01 W-CLABE-MASC PIC X(18) VALUE SPACES.
       01 W-ENM-PROGRAMA PIC X(10) VALUE "PENMNT".
       01 W-ENM-TIPO PIC X(5) VALUE SPACES.
       01 W-ENM-LLAVE PIC X(18) VALUE SPACES.
       01 W-ENM-VALOR PIC X(18) VALUE SPACES.
       01 W-ENM-RESULTADO PIC X(18) VALUE SPACES.
       LINKAGE SECTION.
       01 LK-EMP-ID PIC X(8).
       SCREEN SECTION.
	   PERFORM UNTIL W-CAMPOS-VALIDOS = "S"
	       DISPLAY PANT-PEN
	       ACCEPT PANT-PEN
	       IF PEN-CLABE = W-CLABE-MASC
		   MOVE W-CLABE-REAL TO PEN-CLABE
	       END-IF
	       PERFORM 150-VALIDA-CAMPOS
	       IF W-CAMPOS-VALIDOS NOT = "S"
		   IF PEN-CLABE = W-CLABE-REAL
		       MOVE W-CLABE-MASC TO PEN-CLABE
		   END-IF
		   DISPLAY W-MSG-ERROR AT 1405
	       END-IF
	   END-PERFORM
		   MOVE PEN-REC-PRIORIDAD TO PEN-PRIORIDAD
		   MOVE PEN-REC-ULT-PERIODO TO W-ULT-PERIODO
		   MOVE PEN-REC-ULT-DESC TO W-ULT-DESC
	   END-READ
	   PERFORM 210-OCULTA-CLABE.

       210-OCULTA-CLABE.
	   MOVE PEN-CLABE TO W-CLABE-REAL
	   MOVE "CLABE" TO W-ENM-TIPO
	   MOVE PEN-ID TO W-ENM-LLAVE
	   MOVE PEN-CLABE TO W-ENM-VALOR
	   CALL "ENMASC" USING W-ENM-PROGRAMA W-ENM-TIPO W-ENM-LLAVE
	       W-ENM-VALOR W-ENM-RESULTADO
	   MOVE W-ENM-RESULTADO TO W-CLABE-MASC
	   MOVE W-CLABE-MASC TO PEN-CLABE.

       250-MUEVE-CAMPOS.
	   MOVE PEN-ID TO PEN-REC-ID
