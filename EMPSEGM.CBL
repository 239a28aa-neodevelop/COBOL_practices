       01 W-LCK-RESULTADO PIC 9 VALUE ZEROS.
       01 W-LCK-DUENO PIC X(8) VALUE SPACES.
       01 W-MSG-ERROR PIC X(40) VALUE SPACES.
       01 W-NSS-REAL PIC X(11) VALUE SPACES.
       01 W-NSS-MASC PIC X(11) VALUE SPACES.
       01 W-CURP-REAL PIC X(18) VALUE SPACES.
       01 W-CURP-MASC PIC X(18) VALUE SPACES.
       01 W-RFC-REAL PIC X(13) VALUE SPACES.
       01 W-RFC-MASC PIC X(13) VALUE SPACES.
       01 W-ENM-TIPO PIC X(5) VALUE SPACES.
       01 W-ENM-LLAVE PIC X(18) VALUE SPACES.
       01 W-ENM-VALOR PIC X(18) VALUE SPACES.
       01 W-ENM-RESULTADO PIC X(18) VALUE SPACES.
       LINKAGE SECTION.
       01 LK-EMP-ID PIC X(8).
       SCREEN SECTION.
	   PERFORM UNTIL W-CAMPOS-VALIDOS = "S"
	       DISPLAY PANT-SEG
	       ACCEPT PANT-SEG
	       PERFORM 160-RESTAURA-DATOS
	       PERFORM 150-VALIDA-CAMPOS
	       IF W-CAMPOS-VALIDOS NOT = "S"
		   PERFORM 170-REPONE-MASCARA
		   DISPLAY W-MSG-ERROR AT 1405
	       END-IF
	   END-PERFORM
		   MOVE "ERROR: CURP LLEVA FECHA EN POSICION 5-10"
		       TO W-MSG-ERROR
	       END-IF
	   END-IF
	   IF W-CAMPOS-VALIDOS = "S" AND SEG-RFC NOT = SPACES
	       IF SEG-RFC(1:4) NOT ALPHABETIC
		       OR SEG-RFC(5:6) NOT NUMERIC
		       OR SEG-RFC(11:3) = SPACES
		   MOVE "N" TO W-CAMPOS-VALIDOS
		   MOVE "ERROR: RFC DEBE SER AAAA999999XXX"
		       TO W-MSG-ERROR
	       END-IF
	   END-IF
	   IF W-CAMPOS-VALIDOS = "S" AND SEG-CP NOT = SPACES
	       IF SEG-CP NOT NUMERIC
		   MOVE "N" TO W-CAMPOS-VALIDOS
		   MOVE "ERROR: EL C.P. DEBE SER DE 5 DIGITOS"
		       TO W-MSG-ERROR
	       END-IF
	   END-IF.

       160-RESTAURA-DATOS.
	   IF SEG-NSS = W-NSS-MASC
	       MOVE W-NSS-REAL TO SEG-NSS
	   END-IF
	   IF SEG-CURP = W-CURP-MASC
	       MOVE W-CURP-REAL TO SEG-CURP
	   END-IF
	   IF SEG-RFC = W-RFC-MASC
	       MOVE W-RFC-REAL TO SEG-RFC
	   END-IF.

       170-REPONE-MASCARA.
	   IF SEG-NSS = W-NSS-REAL
	       MOVE W-NSS-MASC TO SEG-NSS
	   END-IF
	   IF SEG-CURP = W-CURP-REAL
	       MOVE W-CURP-MASC TO SEG-CURP
	   END-IF
	   IF SEG-RFC = W-RFC-REAL
	       MOVE W-RFC-MASC TO SEG-RFC
	   END-IF.

       200-BUSCA-SEGURO.
	   MOVE SEG-ID TO SEG-REC-ID
	   READ EMPSEG
	       INVALID KEY
		   MOVE SPACES TO SEG-NSS SEG-CURP SEG-RFC SEG-CP
	       NOT INVALID KEY
		   MOVE SEG-REC-NSS TO SEG-NSS
		   MOVE SEG-REC-CURP TO SEG-CURP
		   MOVE SEG-REC-RFC TO SEG-RFC
		   MOVE SEG-REC-CP TO SEG-CP
	   END-READ
	   PERFORM 210-OCULTA-DATOS.

       210-OCULTA-DATOS.
	   MOVE SEG-ID TO W-ENM-LLAVE
	   MOVE SEG-NSS TO W-NSS-REAL
	   MOVE "NSS" TO W-ENM-TIPO
	   MOVE SEG-NSS TO W-ENM-VALOR
	   CALL "ENMASC" USING W-LCK-PROGRAMA W-ENM-TIPO W-ENM-LLAVE
	       W-ENM-VALOR W-ENM-RESULTADO
	   MOVE W-ENM-RESULTADO TO W-NSS-MASC
	   MOVE SEG-CURP TO W-CURP-REAL
	   MOVE "CURP" TO W-ENM-TIPO
	   MOVE SEG-CURP TO W-ENM-VALOR
	   CALL "ENMASC" USING W-LCK-PROGRAMA W-ENM-TIPO W-ENM-LLAVE
	       W-ENM-VALOR W-ENM-RESULTADO
	   MOVE W-ENM-RESULTADO TO W-CURP-MASC
	   MOVE SEG-RFC TO W-RFC-REAL
	   MOVE "RFC" TO W-ENM-TIPO
	   MOVE SEG-RFC TO W-ENM-VALOR
	   CALL "ENMASC" USING W-LCK-PROGRAMA W-ENM-TIPO W-ENM-LLAVE
	       W-ENM-VALOR W-ENM-RESULTADO
	   MOVE W-ENM-RESULTADO TO W-RFC-MASC
	   MOVE W-NSS-MASC TO SEG-NSS
	   MOVE W-CURP-MASC TO SEG-CURP
	   MOVE W-RFC-MASC TO SEG-RFC.

       300-ALTA.
	   MOVE SEG-ID TO SEG-REC-ID
	   MOVE SEG-NSS TO SEG-REC-NSS
	   MOVE SEG-CURP TO SEG-REC-CURP
	   MOVE SEG-RFC TO SEG-REC-RFC
	   MOVE SEG-CP TO SEG-REC-CP
	   MOVE ZEROS TO SEG-REC-SDI
	   MOVE ZEROS TO SEG-REC-SDI-VIG
	   WRITE REG-EMPSEG
	   MOVE SEG-ID TO SEG-REC-ID
	   MOVE SEG-NSS TO SEG-REC-NSS
	   MOVE SEG-CURP TO SEG-REC-CURP
	   MOVE SEG-RFC TO SEG-REC-RFC
	   MOVE SEG-CP TO SEG-REC-CP
	   REWRITE REG-EMPSEG
	       INVALID KEY
		   DISPLAY "ERROR: EL EMPLEADO NO TIENE NSS" AT 1405
