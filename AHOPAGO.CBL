       01 PAGOS-EMITIDOS PIC 9(05) VALUE ZEROS.
       01 W-IMPORTE PIC 9(07)V99 VALUE ZEROS.
       01 TOTAL-PAGADO PIC 9(09)V99 VALUE ZEROS.
       01 I-BEN PIC 99 VALUE ZEROS.
       01 SIN-REPARTO PIC 9(05) VALUE ZEROS.
       COPY "BENREP.wks".
       01 LINEA-R3 PIC X(80) VALUE ALL "==".
       01 ENCABEZADO-AHO.
	   03 FILLER PIC X(14) VALUE SPACES.
	   03 SALDO-CIA-A PIC $(05)9.99.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 TOTAL-A PIC $(05)9.99.
       01 LINEA-BEN-AHO.
	   03 FILLER PIC X(06) VALUE SPACES.
	   03 FILLER PIC X(06) VALUE "BENEF ".
	   03 NOMBRE-BEN-A PIC X(30).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 PCT-BEN-A PIC ZZ9.99.
	   03 FILLER PIC X(02) VALUE "% ".
	   03 IMPORTE-BEN-A PIC $(05)9.99.
       01 LINEA-SIN-BEN-AHO.
	   03 FILLER PIC X(06) VALUE SPACES.
	   03 FILLER PIC X(50) VALUE
	      "*** FALLECIDO SIN BENEFICIARIOS AL 100% ***".
       01 LINEA-TOT-AHO.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(26) VALUE "TOTAL FONDO LIQUIDADO:    ".
	   MOVE TOTAL-PAGADO TO TOTAL-AT
	   WRITE LINEA FROM LINEA-R3
	   WRITE LINEA FROM LINEA-TOT-AHO
	   IF SIN-REPARTO > ZEROS
	       DISPLAY "AHOPAGO: FALLECIDOS SIN BENEFICIARIOS AL 100%: "
		   SIN-REPARTO
	   END-IF
	   PERFORM 600-ESCRIBE-RUNLOG
	   CLOSE AHORRO
	   CLOSE EMPMAST
	       INVALID KEY
		   MOVE SPACES TO EMP-REC-NOMBRE
		   MOVE SPACES TO EMP-REC-DEPTO
		   MOVE SPACES TO EMP-REC-ESTATUS
		   MOVE SPACES TO EMP-REC-MOTIVO-BAJA
	   END-READ
	   ADD 1 TO PAGOS-EMITIDOS
	   ADD W-IMPORTE TO TOTAL-PAGADO
	   MOVE EMP-REC-DEPTO TO PAGO-DEPTO
	   MOVE W-IMPORTE TO PAGO-IMPORTE
	   MOVE PERIODO-PAGO TO PAGO-PERIODO
	   MOVE ZEROS TO BRP-NUM
	   IF EMP-REC-ESTATUS = "I" AND EMP-REC-MOTIVO-BAJA(1:3) = "DEF"
	       PERFORM 310-REPARTE-BENEF
	   END-IF
	   IF BRP-NUM > ZEROS
	       PERFORM VARYING I-BEN FROM 1 BY 1 UNTIL I-BEN > BRP-NUM
		   MOVE BRP-NOMBRE(I-BEN) TO PAGO-NOMBRE
		   MOVE BRP-IMPORTE(I-BEN) TO PAGO-IMPORTE
		   WRITE REG-PAGO
		   MOVE BRP-NOMBRE(I-BEN) TO NOMBRE-BEN-A
		   MOVE BRP-PORCENTAJE(I-BEN) TO PCT-BEN-A
		   MOVE BRP-IMPORTE(I-BEN) TO IMPORTE-BEN-A
		   WRITE LINEA FROM LINEA-BEN-AHO
	       END-PERFORM
	   ELSE
	       WRITE REG-PAGO
	   END-IF
	   MOVE ZEROS TO AHO-REC-SALDO-EMP
	   MOVE ZEROS TO AHO-REC-SALDO-CIA
	   REWRITE REG-AHORRO.

       310-REPARTE-BENEF.
	   CALL "BENPARTE" USING AHO-REC-ID W-IMPORTE BEN-REPARTO
	   IF BRP-ESTADO NOT = "0"
	       MOVE ZEROS TO BRP-NUM
	       ADD 1 TO SIN-REPARTO
	       MOVE 4 TO RETURN-CODE
	       WRITE LINEA FROM LINEA-SIN-BEN-AHO
	   END-IF.

       600-ESCRIBE-RUNLOG.
	   MOVE "AHOPAGO" TO RUNLOG-PROGRAMA
	   ACCEPT RUNLOG-FECHA FROM DATE
