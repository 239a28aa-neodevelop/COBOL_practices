	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS AHO-REC-ID
	       FILE STATUS IS AHORRO-STATUS.
	   SELECT VIATICO ASSIGN TO "VIATICO"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS VIA-LLAVE
	       FILE STATUS IS VIATICO-STATUS.
	   SELECT FONACOT ASSIGN TO "FONACOT"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS FON-LLAVE
	       FILE STATUS IS FONACOT-STATUS.
	   SELECT AHOMOV ASSIGN TO "AHOMOV"
	       FILE STATUS IS AHOMOV-STATUS.
	   SELECT AHOWORK ASSIGN TO "AHOWORK"
       COPY "PENSION.wks".
       FD AHORRO.
       COPY "AHORRO.wks".
       FD VIATICO.
       COPY "VIATICO.wks".
       FD FONACOT.
       COPY "FONACOT.wks".
       FD AHOMOV.
       COPY "AHOMOV.wks".
       FD AHOWORK.
       01 INFONAV-STATUS PIC XX.
       01 PENSION-STATUS PIC XX.
       01 AHORRO-STATUS PIC XX.
       01 VIATICO-STATUS PIC XX.
       01 FONACOT-STATUS PIC XX.
       01 AHOMOV-STATUS PIC XX.
       01 AHOWORK-STATUS PIC XX.
       01 AHOMOV-DEPURADOS PIC 9(05) VALUE ZEROS.
       01 SW-INFONAV PIC 9 VALUE ZEROS.
       01 SW-PENSION PIC 9 VALUE ZEROS.
       01 SW-AHORRO PIC 9 VALUE ZEROS.
       01 SW-VIATICO PIC 9 VALUE ZEROS.
       01 SW-FIN-VIA PIC 9 VALUE ZEROS.
       01 SW-FONACOT PIC 9 VALUE ZEROS.
       01 SW-FIN-FON PIC 9 VALUE ZEROS.
       01 W-CIA PIC X(3) VALUE SPACES.
       01 W-CIA-NOMBRE PIC X(30) VALUE SPACES.
       01 PARM-PERIODO PIC X(08) VALUE SPACES.
       01 INFONAV-REV PIC 9(05) VALUE ZEROS.
       01 PENSION-REV PIC 9(05) VALUE ZEROS.
       01 AHORRO-REV PIC 9(05) VALUE ZEROS.
       01 VIATICO-REV PIC 9(05) VALUE ZEROS.
       01 FONACOT-REV PIC 9(05) VALUE ZEROS.
       01 TOT-SUELDO-ANT PIC 9(10)V99 VALUE ZEROS.
       01 TOT-NETO-ANT PIC 9(10)V99 VALUE ZEROS.
       01 NUM-DEPTOS PIC 99 VALUE ZEROS.
	   IF AHORRO-STATUS = "00"
	       MOVE 1 TO SW-AHORRO
	   END-IF
	   MOVE ZEROS TO SW-VIATICO
	   OPEN I-O VIATICO
	   IF VIATICO-STATUS = "00"
	       MOVE 1 TO SW-VIATICO
	   END-IF
	   MOVE ZEROS TO SW-FONACOT
	   OPEN I-O FONACOT
	   IF FONACOT-STATUS = "00"
	       MOVE 1 TO SW-FONACOT
	   END-IF
	   OPEN OUTPUT REVREP
	   MOVE PERIODO-REV TO PERIODO-ED
	   WRITE LINEA FROM ENCABEZADO-REV
	   IF SW-AHORRO = 1
	       CLOSE AHORRO
	   END-IF
	   IF SW-VIATICO = 1
	       CLOSE VIATICO
	   END-IF
	   IF SW-FONACOT = 1
	       CLOSE FONACOT
	   END-IF
	   CLOSE REVREP
	   GOBACK.

	   PERFORM 330-REVERSA-INFONAVIT
	   PERFORM 340-REVERSA-PENSION
	   PERFORM 350-REVERSA-AHORRO
	   PERFORM 360-REVERSA-VIATICO
	   PERFORM 370-REVERSA-FONACOT
	   DELETE HISTNOM
	   ADD 1 TO REG-BORRADOS.

	       END-READ
	   END-IF.

       360-REVERSA-VIATICO.
	   IF SW-VIATICO = 1 AND HIS-VIATICO > ZEROS
	       MOVE ZEROS TO SW-FIN-VIA
	       MOVE HIS-EMPLEADO-ID TO VIA-EMPLEADO-ID
	       MOVE ZEROS TO VIA-FOLIO
	       START VIATICO KEY NOT < VIA-LLAVE
		   INVALID KEY
		       MOVE 1 TO SW-FIN-VIA
	       END-START
	       PERFORM UNTIL SW-FIN-VIA = 1
		   READ VIATICO NEXT
		       AT END
			   MOVE 1 TO SW-FIN-VIA
		       NOT AT END
			   IF VIA-EMPLEADO-ID NOT = HIS-EMPLEADO-ID
			       MOVE 1 TO SW-FIN-VIA
			   ELSE
			       IF VIA-ULT-PERIODO = PERIODO-REV
				   SUBTRACT VIA-ULT-DESC
				       FROM VIA-RECUPERADO
				   IF VIA-ESTATUS = "R"
				       MOVE "A" TO VIA-ESTATUS
				   END-IF
				   MOVE ZEROS TO VIA-ULT-PERIODO
				   MOVE ZEROS TO VIA-ULT-DESC
				   REWRITE REG-VIATICO
				   ADD 1 TO VIATICO-REV
			       END-IF
			   END-IF
		   END-READ
	       END-PERFORM
	   END-IF.

       370-REVERSA-FONACOT.
	   IF SW-FONACOT = 1
	       MOVE ZEROS TO SW-FIN-FON
	       MOVE HIS-EMPLEADO-ID TO FON-EMPLEADO-ID
	       MOVE LOW-VALUES TO FON-CREDITO
	       START FONACOT KEY NOT < FON-LLAVE
		   INVALID KEY
		       MOVE 1 TO SW-FIN-FON
	       END-START
	       PERFORM UNTIL SW-FIN-FON = 1
		   READ FONACOT NEXT
		       AT END
			   MOVE 1 TO SW-FIN-FON
		       NOT AT END
			   IF FON-EMPLEADO-ID NOT = HIS-EMPLEADO-ID
			       MOVE 1 TO SW-FIN-FON
			   ELSE
			       IF FON-ULT-PERIODO = PERIODO-REV
				   SUBTRACT FON-ULT-DESC
				       FROM FON-RETENIDO-MES
				   MOVE ZEROS TO FON-ULT-PERIODO
				   MOVE ZEROS TO FON-ULT-DESC
				   REWRITE REG-FONACOT
				   ADD 1 TO FONACOT-REV
			       END-IF
			   END-IF
		   END-READ
	       END-PERFORM
	   END-IF.

       500-AJUSTA-YTD.
	   OPEN I-O YTDACUM
	   IF YTD-STATUS NOT = "00"
	   MOVE "APORTES DE AHORRO REVERSADOS" TO CONCEPTO-CTA
	   MOVE AHORRO-REV TO CUENTA-REV
	   WRITE LINEA FROM LINEA-CTA-REV
	   MOVE "RECUPERACIONES VIATICOS REVERSADAS" TO CONCEPTO-CTA
	   MOVE VIATICO-REV TO CUENTA-REV
	   WRITE LINEA FROM LINEA-CTA-REV
	   MOVE "RETENCIONES FONACOT REVERSADAS" TO CONCEPTO-CTA
	   MOVE FONACOT-REV TO CUENTA-REV
	   WRITE LINEA FROM LINEA-CTA-REV
	   MOVE "MOVIMIENTOS DE AHORRO DEPURADOS" TO CONCEPTO-CTA
	   MOVE AHOMOV-DEPURADOS TO CUENTA-REV
	   WRITE LINEA FROM LINEA-CTA-REV
