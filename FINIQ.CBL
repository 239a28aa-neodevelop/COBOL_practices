       01 IMP-VACACIONES PIC 9(6)V99 VALUE ZEROS.
       01 IMP-PRIMA PIC 9(6)V99 VALUE ZEROS.
       01 IMP-TOTAL PIC 9(7)V99 VALUE ZEROS.
       01 SW-DEFUNCION PIC 9 VALUE ZEROS.
       01 I-BEN PIC 99 VALUE ZEROS.
       COPY "BENREP.wks".
       01 LINEA-R3 PIC X(80) VALUE ALL "==".
       01 LINEA-TIT-FIN.
	   03 FILLER PIC X(20) VALUE SPACES.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 FILLER PIC X(44) VALUE "TOTAL DEL FINIQUITO".
	   03 TOTAL-F PIC $(07)9.99.
       01 LINEA-TIT-BEN.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 FILLER PIC X(44) VALUE
	      "PAGO A BENEFICIARIOS POR DEFUNCION".
       01 LINEA-BEN-FIN.
	   03 FILLER PIC X(04) VALUE SPACES.
	   03 NOMBRE-BEN-F PIC X(30).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 PCT-BEN-F PIC ZZ9.99.
	   03 FILLER PIC X(05) VALUE " %   ".
	   03 IMPORTE-BEN-F PIC $(06)9.99.
       01 LINEA-SIN-BEN.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 TEXTO-SIN-BEN PIC X(60).
       01 LINEA-FIRMA-FIN.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(22) VALUE "RECIBI DE CONFORMIDAD ".
	       GOBACK
	   END-IF
	   PERFORM 200-CALCULA
	   PERFORM 250-BENEFICIARIOS
	   PERFORM 300-IMPRIME
	   PERFORM 400-ESCRIBE-PAGO
	   PERFORM 600-ESCRIBE-RUNLOG
	   COMPUTE IMP-TOTAL = IMP-AGUINALDO + IMP-VACACIONES
	       + IMP-PRIMA.

       250-BENEFICIARIOS.
	   MOVE ZEROS TO SW-DEFUNCION
	   MOVE ZEROS TO BRP-NUM
	   IF EMP-REC-MOTIVO-BAJA(1:3) = "DEF"
	       MOVE 1 TO SW-DEFUNCION
	       CALL "BENPARTE" USING PARM-EMP-ID IMP-TOTAL BEN-REPARTO
	       IF BRP-ESTADO NOT = "0"
		   MOVE ZEROS TO BRP-NUM
		   MOVE 4 TO RETURN-CODE
		   DISPLAY "FINIQ: EMPLEADO FALLECIDO SIN BENEFICIARIOS"
		       " AL 100% - PAGO SIN REPARTIR"
	       END-IF
	   END-IF.

       300-IMPRIME.
	   OPEN OUTPUT FINIREP
	   WRITE LINEA FROM LINEA-R3
	   MOVE IMP-TOTAL TO TOTAL-F
	   WRITE LINEA FROM LINEA-R3
	   WRITE LINEA FROM LINEA-TOT-FIN
	   IF SW-DEFUNCION = 1
	       PERFORM 350-IMPRIME-BENEF
	   END-IF
	   WRITE LINEA FROM LINEA-FIRMA-FIN AFTER ADVANCING 3 LINES
	   WRITE LINEA FROM LINEA-R3
	   CLOSE FINIREP.

       350-IMPRIME-BENEF.
	   WRITE LINEA FROM LINEA-TIT-BEN AFTER ADVANCING 2 LINES
	   IF BRP-NUM = ZEROS
	       IF BRP-ESTADO = "2"
		   MOVE "*** PORCENTAJES DE BENEFICIARIOS NO SUMAN 100"
		       TO TEXTO-SIN-BEN
	       ELSE
		   MOVE "*** SIN BENEFICIARIOS REGISTRADOS"
		       TO TEXTO-SIN-BEN
	       END-IF
	       WRITE LINEA FROM LINEA-SIN-BEN
	   ELSE
	       PERFORM VARYING I-BEN FROM 1 BY 1 UNTIL I-BEN > BRP-NUM
		   MOVE BRP-NOMBRE(I-BEN) TO NOMBRE-BEN-F
		   MOVE BRP-PORCENTAJE(I-BEN) TO PCT-BEN-F
		   MOVE BRP-IMPORTE(I-BEN) TO IMPORTE-BEN-F
		   WRITE LINEA FROM LINEA-BEN-FIN
	       END-PERFORM
	   END-IF.

       400-ESCRIBE-PAGO.
	   OPEN OUTPUT FINIPAGO
	   MOVE PARM-EMP-ID TO PAGO-EMPLEADO-ID
	   MOVE ULT-DEPTO TO PAGO-DEPTO
	   MOVE IMP-TOTAL TO PAGO-IMPORTE
	   COMPUTE PAGO-PERIODO = (2000 + BAJA-ANO) * 10000 + 1400
	   IF BRP-NUM > ZEROS
	       PERFORM VARYING I-BEN FROM 1 BY 1 UNTIL I-BEN > BRP-NUM
		   MOVE BRP-NOMBRE(I-BEN) TO PAGO-NOMBRE
		   MOVE BRP-IMPORTE(I-BEN) TO PAGO-IMPORTE
		   WRITE REG-PAGO
	       END-PERFORM
	   ELSE
	       WRITE REG-PAGO
	   END-IF
	   CLOSE FINIPAGO
	   DISPLAY "FINIQ: TOTAL DEL FINIQUITO " IMP-TOTAL.

