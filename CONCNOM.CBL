       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCNOM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT HISTNOM ASSIGN TO "HISTNOM"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS SEQUENTIAL
	       RECORD KEY IS HIS-LLAVE
	       FILE STATUS IS HISTNOM-STATUS.
	   SELECT SALIDA ASSIGN TO "SALIDA"
	       FILE STATUS IS SALIDA-STATUS.
	   SELECT SALMAST ASSIGN TO "SALMAST"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS SAL-REC-LLAVE
	       FILE STATUS IS SALMAST-STATUS.
	   SELECT DISPFILE ASSIGN TO "DISPHELD"
	       FILE STATUS IS DISPFILE-STATUS.
	   SELECT SINCTA ASSIGN TO "SINCTA"
	       FILE STATUS IS SINCTA-STATUS.
	   SELECT CHEQREG ASSIGN TO "CHEQREG"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS SEQUENTIAL
	       RECORD KEY IS CHQ-REC-FOLIO
	       FILE STATUS IS CHEQREG-STATUS.
	   SELECT DISPREQ ASSIGN TO "DISPREQ"
	       FILE STATUS IS DISPREQ-STATUS.
	   SELECT RETENC ASSIGN TO "RETENC"
	       FILE STATUS IS RETENC-STATUS.
	   SELECT POLIZAF ASSIGN TO "POLIZA"
	       FILE STATUS IS POLIZAF-STATUS.
	   SELECT PENREM ASSIGN TO "PENREM"
	       FILE STATUS IS PENREM-STATUS.
	   SELECT VIATICO ASSIGN TO "VIATICO"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS SEQUENTIAL
	       RECORD KEY IS VIA-LLAVE
	       FILE STATUS IS VIATICO-STATUS.
	   SELECT PERCTL ASSIGN TO "PERIODO.CTL"
	       FILE STATUS IS PERCTL-STATUS.
	   SELECT CTLCONC ASSIGN TO "CTLCONC"
	       FILE STATUS IS CTLCONC-STATUS.
	   SELECT CONCREP ASSIGN TO "CONCREP".
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD HISTNOM.
       COPY "HISTNOM.wks".
       FD SALIDA.
       01 REG-SAL.
	   03 EMPLEADO-ID-S PIC X(08).
	   03 NOMBRE-S PIC X(30).
	   03 DEPTO-S PIC X(15).
	   03 SUELDO-S PIC 9(05)V99.
	   03 PERIODO-S PIC 9(08).
       FD SALMAST.
       COPY "SALMAST.wks".
       FD DISPFILE.
       01 REG-DISP.
	   03 DISP-CLABE PIC X(18).
	   03 DISP-EMPLEADO-ID PIC X(08).
	   03 DISP-NETO PIC 9(05)V99.
	   03 DISP-PERIODO PIC 9(08).
       FD SINCTA.
       01 REG-SINCTA.
	   03 SIN-EMPLEADO-ID PIC X(08).
	   03 SIN-NOMBRE PIC X(30).
	   03 SIN-NETO PIC 9(05)V99.
	   03 SIN-PERIODO PIC 9(08).
       FD CHEQREG.
       COPY "CHEQREG.wks".
       FD DISPREQ.
       01 REG-REQ.
	   03 REQ-CLABE PIC X(18).
	   03 REQ-EMPLEADO-ID PIC X(08).
	   03 REQ-NETO PIC 9(05)V99.
	   03 REQ-PERIODO PIC 9(08).
       FD RETENC.
       01 REG-RETENC.
	   03 RET-CIA PIC X(3).
	   03 RET-DEPTO PIC X(15).
	   03 RET-PERIODO PIC 9(08).
	   03 RET-ISR PIC 9(07)V99.
	   03 RET-IMSS PIC 9(07)V99.
	   03 RET-BASE PIC 9(09)V99.
       FD POLIZAF.
       01 REG-POLIZA.
	   03 POL-CIA PIC X(3).
	   03 POL-PERIODO PIC 9(8).
	   03 POL-CUENTA PIC X(10).
	   03 POL-NATURALEZA PIC X.
	   03 POL-IMPORTE PIC 9(9)V99.
	   03 POL-DEPTO PIC X(15).
	   03 POL-CONCEPTO PIC X(3).
       FD PENREM.
       01 REG-PENREM.
	   03 PRM-CIA PIC X(3).
	   03 PRM-EMPLEADO-ID PIC X(8).
	   03 PRM-BENEFICIARIO PIC X(30).
	   03 PRM-CLABE PIC X(18).
	   03 PRM-PERIODO PIC 9(8).
	   03 PRM-IMPORTE PIC 9(5)V99.
       FD VIATICO.
       COPY "VIATICO.wks".
       FD PERCTL.
       01 REG-PERCTL.
	   03 PERCTL-PERIODO PIC 9(8).
       FD CTLCONC.
       COPY "CTLCONC.wks".
       FD CONCREP.
       01 LINEA PIC X(80).
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 HISTNOM-STATUS PIC XX.
       01 DISPFILE-STATUS PIC XX.
       01 SALIDA-STATUS PIC XX.
       01 SALMAST-STATUS PIC XX.
       01 SINCTA-STATUS PIC XX.
       01 CHEQREG-STATUS PIC XX.
       01 DISPREQ-STATUS PIC XX.
       01 RETENC-STATUS PIC XX.
       01 POLIZAF-STATUS PIC XX.
       01 PENREM-STATUS PIC XX.
       01 VIATICO-STATUS PIC XX.
       01 PERCTL-STATUS PIC XX.
       01 CTLCONC-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 SW PIC 9 VALUE ZEROS.
       01 SW-FIN PIC 9 VALUE ZEROS.
       01 SW-AGREGA PIC 9 VALUE ZEROS.
       01 SW-RETENC PIC 9 VALUE ZEROS.
       01 SW-POLIZA PIC 9 VALUE ZEROS.
       01 SW-EN-CIA PIC 9 VALUE ZEROS.
       01 W-MODO-CIA PIC X VALUE SPACES.
       01 REG-OTRA-CIA PIC 9(05) VALUE ZEROS.
       01 NUM-MIE PIC 9(04) VALUE ZEROS.
       01 I-MIE PIC 9(04) VALUE ZEROS.
       01 TABLA-MIEMBROS.
	   03 TMI-EMPLEADO-ID PIC X(08) OCCURS 3000 TIMES.
       01 W-CIA PIC X(3) VALUE SPACES.
       01 W-CIA-NOMBRE PIC X(30) VALUE SPACES.
       01 PARM-PERIODO PIC X(08) VALUE SPACES.
       01 PERIODO-RPT PIC 9(08) VALUE ZEROS.
       01 W-EMPLEADO-ID PIC X(08) VALUE SPACES.
       01 W-DEPTO PIC X(15) VALUE SPACES.
       01 W-CONCEPTO PIC X(03) VALUE SPACES.
       01 W-IMPORTE PIC 9(09)V99 VALUE ZEROS.
       01 W-PRESTAMO PIC S9(07)V99 VALUE ZEROS.
       01 W-PAGADO PIC 9(09)V99 VALUE ZEROS.
       01 W-NOMINA PIC 9(09)V99 VALUE ZEROS.
       01 W-CONTRA PIC 9(09)V99 VALUE ZEROS.
       01 W-DIFERENCIA PIC S9(09)V99 VALUE ZEROS.
       01 W-MOTIVO PIC X(22) VALUE SPACES.
       01 W-LLAVE PIC X(15) VALUE SPACES.
       01 W-VIA-COMPROBADO PIC 9(09)V99 VALUE ZEROS.
       01 REG-LEIDOS PIC 9(07) VALUE ZEROS.
       01 NUM-DIFERENCIAS PIC 9(05) VALUE ZEROS.
       01 IMPORTE-DIFERENCIAS PIC 9(09)V99 VALUE ZEROS.
       01 NUM-DEVUELTOS PIC 9(05) VALUE ZEROS.
       01 NUM-REPUESTOS PIC 9(05) VALUE ZEROS.
       01 TOTAL-NETO PIC 9(10)V99 VALUE ZEROS.
       01 TOTAL-DISPERSADO PIC 9(10)V99 VALUE ZEROS.
       01 TOTAL-DEVUELTO PIC 9(10)V99 VALUE ZEROS.
       01 TOTAL-CHEQUES PIC 9(10)V99 VALUE ZEROS.
       01 TOTAL-SINCTA PIC 9(10)V99 VALUE ZEROS.
       01 NUM-EMP PIC 9(04) VALUE ZEROS.
       01 I-EMP PIC 9(04) VALUE ZEROS.
       01 IDX-EMP PIC 9(04) VALUE ZEROS.
       01 TABLA-EMP.
	   03 TE-ENTRADA OCCURS 3000 TIMES.
	       05 TE-EMPLEADO-ID PIC X(08).
	       05 TE-NETO PIC 9(07)V99.
	       05 TE-DISPERSADO PIC 9(07)V99.
	       05 TE-DEVUELTO PIC 9(07)V99.
	       05 TE-CHEQUE PIC 9(07)V99.
	       05 TE-SINCTA PIC 9(07)V99.
	       05 TE-PENSION PIC 9(07)V99.
	       05 TE-PENREM PIC 9(07)V99.
       01 NUM-DEP PIC 9(03) VALUE ZEROS.
       01 I-DEP PIC 9(03) VALUE ZEROS.
       01 IDX-DEP PIC 9(03) VALUE ZEROS.
       01 TABLA-DEP.
	   03 TDP-ENTRADA OCCURS 200 TIMES.
	       05 TDP-DEPTO PIC X(15).
	       05 TDP-ISR PIC 9(09)V99.
	       05 TDP-IMSS PIC 9(09)V99.
	       05 TDP-RET-ISR PIC 9(09)V99.
	       05 TDP-RET-IMSS PIC 9(09)V99.
       01 I-CON PIC 99 VALUE ZEROS.
       01 TABLA-CONCEPTOS.
	   03 FILLER PIC X(03) VALUE "ISR".
	   03 FILLER PIC X(03) VALUE "IMS".
	   03 FILLER PIC X(03) VALUE "PEN".
	   03 FILLER PIC X(03) VALUE "INF".
	   03 FILLER PIC X(03) VALUE "AHO".
	   03 FILLER PIC X(03) VALUE "FON".
	   03 FILLER PIC X(03) VALUE "VIA".
	   03 FILLER PIC X(03) VALUE "GMM".
	   03 FILLER PIC X(03) VALUE "SIN".
	   03 FILLER PIC X(03) VALUE "PRE".
	   03 FILLER PIC X(03) VALUE "NET".
       01 TABLA-CONCEPTOS-R REDEFINES TABLA-CONCEPTOS.
	   03 TCO-CODIGO PIC X(03) OCCURS 11 TIMES.
       01 TABLA-IMPORTES.
	   03 TCI-ENTRADA OCCURS 11 TIMES.
	       05 TCI-NOMINA PIC 9(10)V99.
	       05 TCI-POLIZA PIC 9(10)V99.
       01 W-ALR-PROGRAMA PIC X(10) VALUE "CONCNOM".
       01 W-ALR-SEVERIDAD PIC X VALUE "A".
       01 W-ALR-LLAVE PIC X(18) VALUE SPACES.
       01 W-ALR-MENSAJE PIC X(40) VALUE SPACES.
       01 CUENTA-ED PIC ZZZZ9.
       01 LINEA-R3 PIC X(80) VALUE ALL "==".
       01 ENCABEZADO-CON.
	   03 FILLER PIC X(08) VALUE SPACES.
	   03 FILLER PIC X(40) VALUE
	      "CONCILIACION NOMINA - CONTABILIDAD - BCO".
	   03 FILLER PIC X(12) VALUE "   PERIODO: ".
	   03 PERIODO-E PIC 9(08).
       01 ENCABEZADO-SEC.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 SECCION-E PIC X(60).
       01 ENCABEZADO-CON2.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 FILLER PIC X(16) VALUE "EMPLEADO/DEPTO".
	   03 FILLER PIC X(04) VALUE "CON".
	   03 FILLER PIC X(12) VALUE "     NOMINA".
	   03 FILLER PIC X(12) VALUE " CONTRAPART.".
	   03 FILLER PIC X(12) VALUE "  DIFERENCIA".
	   03 FILLER PIC X(22) VALUE "MOTIVO".
       01 LINEA-DIF.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 LLAVE-D PIC X(15).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 CONCEPTO-D PIC X(03).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 NOMINA-D PIC Z(7)9.99.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 CONTRA-D PIC Z(7)9.99.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 DIFERENCIA-D PIC -(7)9.99.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 MOTIVO-D PIC X(22).
       01 LINEA-SIN-DIF.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(30) VALUE "SIN DIFERENCIAS".
       01 LINEA-NO-DISP.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 NO-DISP-E PIC X(60).
       01 LINEA-CTL-CON.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 CTL-TEXTO PIC X(40).
	   03 CTL-IMPORTE PIC Z(9)9.99.
       01 LINEA-CTL-CTA.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 CTL-TEXTO-C PIC X(40).
	   03 CTL-CUENTA PIC ZZ,ZZ9.
       01 LINEA-RESULTADO.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 RESULTADO-E PIC X(60).

       PROCEDURE DIVISION.
       000-INICIO.
	   MOVE ZEROS TO RETURN-CODE
	   CALL "SETCIA" USING W-CIA W-CIA-NOMBRE
	   ACCEPT PARM-PERIODO FROM COMMAND-LINE
	   IF PARM-PERIODO(1:8) NUMERIC
	       MOVE PARM-PERIODO TO PERIODO-RPT
	   ELSE
	       PERFORM 020-LEE-PERIODO
	   END-IF
	   IF PERIODO-RPT = ZEROS
	       DISPLAY "CONCNOM: NO HAY PERIODO QUE PROCESAR"
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	   END-IF
	   OPEN INPUT HISTNOM
	   IF HISTNOM-STATUS NOT = "00"
	       DISPLAY "CONCNOM: NO SE PUDO ABRIR HISTNOM "
		   HISTNOM-STATUS
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	   END-IF
	   OPEN OUTPUT CONCREP
	   MOVE PERIODO-RPT TO PERIODO-E
	   WRITE LINEA FROM ENCABEZADO-CON
	   WRITE LINEA FROM LINEA-R3
	   MOVE ZEROS TO TABLA-IMPORTES
	   PERFORM 030-CARGA-MIEMBROS
	   PERFORM 100-LECTURA
	   PERFORM 200-PROCESO UNTIL SW = 1
	   CLOSE HISTNOM
	   PERFORM 300-CARGA-DISPERSION
	   PERFORM 310-CARGA-SINCTA
	   PERFORM 320-CARGA-CHEQUES
	   PERFORM 330-CARGA-DEVOLUCIONES
	   PERFORM 340-CARGA-PENREM
	   PERFORM 350-CARGA-RETENC
	   PERFORM 360-CARGA-POLIZA
	   IF W-MODO-CIA = "M"
	       CLOSE SALMAST
	   END-IF
	   PERFORM 400-CONCILIA-NETO
	   PERFORM 420-CONCILIA-RETENC
	   PERFORM 440-CONCILIA-POLIZA
	   PERFORM 460-CONCILIA-PENREM
	   PERFORM 500-FINAL
	   GOBACK.

       020-LEE-PERIODO.
	   OPEN INPUT PERCTL
	   IF PERCTL-STATUS = "00"
	       READ PERCTL
		   AT END
		       MOVE ZEROS TO PERCTL-PERIODO
	       END-READ
	       CLOSE PERCTL
	       MOVE PERCTL-PERIODO TO PERIODO-RPT
	   END-IF.

       030-CARGA-MIEMBROS.
	   MOVE SPACES TO W-MODO-CIA
	   MOVE ZEROS TO NUM-MIE
	   MOVE ZEROS TO SW-FIN
	   OPEN INPUT SALIDA
	   IF SALIDA-STATUS NOT = "00"
	       MOVE 1 TO SW-FIN
	   END-IF
	   PERFORM UNTIL SW-FIN = 1
	       READ SALIDA
		   AT END
		       MOVE 1 TO SW-FIN
		   NOT AT END
		       IF PERIODO-S = PERIODO-RPT AND NUM-MIE < 3000
			   ADD 1 TO NUM-MIE
			   MOVE EMPLEADO-ID-S
			       TO TMI-EMPLEADO-ID(NUM-MIE)
		       END-IF
	       END-READ
	   END-PERFORM
	   IF SALIDA-STATUS NOT = "35"
	       CLOSE SALIDA
	   END-IF
	   IF NUM-MIE > ZEROS
	       MOVE "S" TO W-MODO-CIA
	   ELSE
	       OPEN INPUT SALMAST
	       IF SALMAST-STATUS = "00"
		   MOVE "M" TO W-MODO-CIA
	       END-IF
	   END-IF.

       050-PERTENECE.
	   MOVE ZEROS TO SW-EN-CIA
	   EVALUATE W-MODO-CIA
	       WHEN "S"
		   PERFORM VARYING I-MIE FROM 1 BY 1
			   UNTIL I-MIE > NUM-MIE OR SW-EN-CIA = 1
		       IF TMI-EMPLEADO-ID(I-MIE) = W-EMPLEADO-ID
			   MOVE 1 TO SW-EN-CIA
		       END-IF
		   END-PERFORM
	       WHEN "M"
		   MOVE W-EMPLEADO-ID TO SAL-REC-ID
		   MOVE ZEROS TO SAL-REC-FECHA-VIG
		   START SALMAST KEY IS NOT LESS THAN SAL-REC-LLAVE
		       INVALID KEY
			   MOVE SPACES TO SAL-REC-ID
		       NOT INVALID KEY
			   READ SALMAST NEXT
			       AT END
				   MOVE SPACES TO SAL-REC-ID
			   END-READ
		   END-START
		   IF SAL-REC-ID = W-EMPLEADO-ID
		       MOVE 1 TO SW-EN-CIA
		   END-IF
	       WHEN OTHER
		   MOVE 1 TO SW-EN-CIA
	   END-EVALUATE.

       100-LECTURA.
	   READ HISTNOM NEXT
	       AT END
		   MOVE 1 TO SW
	       NOT AT END
		   ADD 1 TO REG-LEIDOS
	   END-READ.

       200-PROCESO.
	   IF HIS-PERIODO = PERIODO-RPT
	       MOVE HIS-EMPLEADO-ID TO W-EMPLEADO-ID
	       PERFORM 050-PERTENECE
	       IF SW-EN-CIA = 1
		   PERFORM 210-ACUMULA-NOMINA
	       ELSE
		   ADD 1 TO REG-OTRA-CIA
	       END-IF
	   END-IF
	   PERFORM 100-LECTURA.

       210-ACUMULA-NOMINA.
	   MOVE HIS-EMPLEADO-ID TO W-EMPLEADO-ID
	   MOVE 1 TO SW-AGREGA
	   PERFORM 250-BUSCA-EMPLEADO
	   IF IDX-EMP > ZEROS
	       ADD HIS-NETO TO TE-NETO(IDX-EMP)
	       ADD HIS-PENSION TO TE-PENSION(IDX-EMP)
	   END-IF
	   ADD HIS-NETO TO TOTAL-NETO
	   MOVE HIS-DEPTO TO W-DEPTO
	   PERFORM 260-BUSCA-DEPTO
	   IF IDX-DEP > ZEROS
	       ADD HIS-ISR TO TDP-ISR(IDX-DEP)
	       ADD HIS-IMSS TO TDP-IMSS(IDX-DEP)
	   END-IF
	   ADD HIS-ISR TO TCI-NOMINA(1)
	   ADD HIS-IMSS TO TCI-NOMINA(2)
	   ADD HIS-PENSION TO TCI-NOMINA(3)
	   ADD HIS-INFONAVIT TO TCI-NOMINA(4)
	   ADD HIS-AHORRO TO TCI-NOMINA(5)
	   ADD HIS-FONACOT TO TCI-NOMINA(6)
	   ADD HIS-VIATICO TO TCI-NOMINA(7)
	   ADD HIS-GMM TO TCI-NOMINA(8)
	   ADD HIS-SINDICAL TO TCI-NOMINA(9)
	   COMPUTE W-PRESTAMO = HIS-SUELDO - HIS-ISR - HIS-IMSS
	       - HIS-PENSION - HIS-INFONAVIT - HIS-AHORRO
	       - HIS-FONACOT - HIS-VIATICO - HIS-GMM - HIS-SINDICAL
	       + HIS-AJUSTE + HIS-RETRO - HIS-NETO
	   IF W-PRESTAMO > ZEROS
	       ADD W-PRESTAMO TO TCI-NOMINA(10)
	   END-IF
	   ADD HIS-NETO TO TCI-NOMINA(11).

       250-BUSCA-EMPLEADO.
	   MOVE ZEROS TO IDX-EMP
	   PERFORM VARYING I-EMP FROM 1 BY 1 UNTIL I-EMP > NUM-EMP
	       IF TE-EMPLEADO-ID(I-EMP) = W-EMPLEADO-ID
		   MOVE I-EMP TO IDX-EMP
	       END-IF
	   END-PERFORM
	   IF IDX-EMP = ZEROS AND SW-AGREGA = 1 AND NUM-EMP < 3000
	       ADD 1 TO NUM-EMP
	       MOVE W-EMPLEADO-ID TO TE-EMPLEADO-ID(NUM-EMP)
	       MOVE ZEROS TO TE-NETO(NUM-EMP) TE-DISPERSADO(NUM-EMP)
		   TE-DEVUELTO(NUM-EMP) TE-CHEQUE(NUM-EMP)
		   TE-SINCTA(NUM-EMP) TE-PENSION(NUM-EMP)
		   TE-PENREM(NUM-EMP)
	       MOVE NUM-EMP TO IDX-EMP
	   END-IF.

       260-BUSCA-DEPTO.
	   MOVE ZEROS TO IDX-DEP
	   PERFORM VARYING I-DEP FROM 1 BY 1 UNTIL I-DEP > NUM-DEP
	       IF TDP-DEPTO(I-DEP) = W-DEPTO
		   MOVE I-DEP TO IDX-DEP
	       END-IF
	   END-PERFORM
	   IF IDX-DEP = ZEROS AND NUM-DEP < 200
	       ADD 1 TO NUM-DEP
	       MOVE W-DEPTO TO TDP-DEPTO(NUM-DEP)
	       MOVE ZEROS TO TDP-ISR(NUM-DEP) TDP-IMSS(NUM-DEP)
		   TDP-RET-ISR(NUM-DEP) TDP-RET-IMSS(NUM-DEP)
	       MOVE NUM-DEP TO IDX-DEP
	   END-IF.

       300-CARGA-DISPERSION.
	   MOVE ZEROS TO SW-FIN
	   OPEN INPUT DISPFILE
	   IF DISPFILE-STATUS NOT = "00"
	       MOVE 1 TO SW-FIN
	       MOVE "SIN ARCHIVO DE DISPERSION (DISPHELD) DEL PERIODO"
		   TO NO-DISP-E
	       WRITE LINEA FROM LINEA-NO-DISP
	   END-IF
	   PERFORM UNTIL SW-FIN = 1
	       READ DISPFILE
		   AT END
		       MOVE 1 TO SW-FIN
		   NOT AT END
		       IF DISP-PERIODO = PERIODO-RPT
			   MOVE DISP-EMPLEADO-ID TO W-EMPLEADO-ID
			   MOVE 1 TO SW-AGREGA
			   PERFORM 250-BUSCA-EMPLEADO
			   IF IDX-EMP > ZEROS
			       ADD DISP-NETO TO TE-DISPERSADO(IDX-EMP)
			   END-IF
			   ADD DISP-NETO TO TOTAL-DISPERSADO
		       END-IF
	       END-READ
	   END-PERFORM
	   IF DISPFILE-STATUS NOT = "35"
	       CLOSE DISPFILE
	   END-IF.

       310-CARGA-SINCTA.
	   MOVE ZEROS TO SW-FIN
	   OPEN INPUT SINCTA
	   IF SINCTA-STATUS NOT = "00"
	       MOVE 1 TO SW-FIN
	   END-IF
	   PERFORM UNTIL SW-FIN = 1
	       READ SINCTA
		   AT END
		       MOVE 1 TO SW-FIN
		   NOT AT END
		       IF SIN-PERIODO = PERIODO-RPT
			   MOVE SIN-EMPLEADO-ID TO W-EMPLEADO-ID
			   MOVE 1 TO SW-AGREGA
			   PERFORM 250-BUSCA-EMPLEADO
			   IF IDX-EMP > ZEROS
			       ADD SIN-NETO TO TE-SINCTA(IDX-EMP)
			   END-IF
		       END-IF
	       END-READ
	   END-PERFORM
	   IF SINCTA-STATUS NOT = "35"
	       CLOSE SINCTA
	   END-IF.

       320-CARGA-CHEQUES.
	   MOVE ZEROS TO SW-FIN
	   OPEN INPUT CHEQREG
	   IF CHEQREG-STATUS NOT = "00"
	       MOVE 1 TO SW-FIN
	   END-IF
	   PERFORM UNTIL SW-FIN = 1
	       READ CHEQREG NEXT
		   AT END
		       MOVE 1 TO SW-FIN
		   NOT AT END
		       IF CHQ-REC-PERIODO = PERIODO-RPT
			       AND CHQ-REC-ESTATUS NOT = "X"
			   MOVE CHQ-REC-EMPLEADO-ID TO W-EMPLEADO-ID
			   MOVE ZEROS TO SW-AGREGA
			   PERFORM 250-BUSCA-EMPLEADO
			   IF IDX-EMP > ZEROS
			       ADD CHQ-REC-IMPORTE TO TE-CHEQUE(IDX-EMP)
			   END-IF
		       END-IF
	       END-READ
	   END-PERFORM
	   IF CHEQREG-STATUS NOT = "35"
	       CLOSE CHEQREG
	   END-IF.

       330-CARGA-DEVOLUCIONES.
	   MOVE ZEROS TO SW-FIN
	   OPEN INPUT DISPREQ
	   IF DISPREQ-STATUS NOT = "00"
	       MOVE 1 TO SW-FIN
	   END-IF
	   PERFORM UNTIL SW-FIN = 1
	       READ DISPREQ
		   AT END
		       MOVE 1 TO SW-FIN
		   NOT AT END
		       IF REQ-PERIODO = PERIODO-RPT
			   MOVE REQ-EMPLEADO-ID TO W-EMPLEADO-ID
			   MOVE ZEROS TO SW-AGREGA
			   PERFORM 250-BUSCA-EMPLEADO
			   IF IDX-EMP > ZEROS
			       ADD REQ-NETO TO TE-DEVUELTO(IDX-EMP)
			   END-IF
		       END-IF
	       END-READ
	   END-PERFORM
	   IF DISPREQ-STATUS NOT = "35"
	       CLOSE DISPREQ
	   END-IF.

       340-CARGA-PENREM.
	   MOVE ZEROS TO SW-FIN
	   OPEN INPUT PENREM
	   IF PENREM-STATUS NOT = "00"
	       MOVE 1 TO SW-FIN
	   END-IF
	   PERFORM UNTIL SW-FIN = 1
	       READ PENREM
		   AT END
		       MOVE 1 TO SW-FIN
		   NOT AT END
		       IF PRM-PERIODO = PERIODO-RPT
			       AND PRM-CIA = W-CIA
			   MOVE PRM-EMPLEADO-ID TO W-EMPLEADO-ID
			   MOVE 1 TO SW-AGREGA
			   PERFORM 250-BUSCA-EMPLEADO
			   IF IDX-EMP > ZEROS
			       ADD PRM-IMPORTE TO TE-PENREM(IDX-EMP)
			   END-IF
		       END-IF
	       END-READ
	   END-PERFORM
	   IF PENREM-STATUS NOT = "35"
	       CLOSE PENREM
	   END-IF.

       350-CARGA-RETENC.
	   MOVE ZEROS TO SW-RETENC
	   MOVE ZEROS TO SW-FIN
	   OPEN INPUT RETENC
	   IF RETENC-STATUS NOT = "00"
	       MOVE 1 TO SW-FIN
	   END-IF
	   PERFORM UNTIL SW-FIN = 1
	       READ RETENC
		   AT END
		       MOVE 1 TO SW-FIN
		   NOT AT END
		       IF RET-PERIODO = PERIODO-RPT
			       AND RET-DEPTO NOT = "*TOTAL*"
			   MOVE 1 TO SW-RETENC
			   MOVE RET-DEPTO TO W-DEPTO
			   PERFORM 260-BUSCA-DEPTO
			   IF IDX-DEP > ZEROS
			       ADD RET-ISR TO TDP-RET-ISR(IDX-DEP)
			       ADD RET-IMSS TO TDP-RET-IMSS(IDX-DEP)
			   END-IF
		       END-IF
	       END-READ
	   END-PERFORM
	   IF RETENC-STATUS NOT = "35"
	       CLOSE RETENC
	   END-IF.

       360-CARGA-POLIZA.
	   MOVE ZEROS TO SW-POLIZA
	   MOVE ZEROS TO SW-FIN
	   OPEN INPUT POLIZAF
	   IF POLIZAF-STATUS NOT = "00"
	       MOVE 1 TO SW-FIN
	   END-IF
	   PERFORM UNTIL SW-FIN = 1
	       READ POLIZAF
		   AT END
		       MOVE 1 TO SW-FIN
		   NOT AT END
		       IF POL-PERIODO = PERIODO-RPT
			       AND POL-CIA = W-CIA
			   MOVE 1 TO SW-POLIZA
			   IF POL-NATURALEZA = "A"
			       PERFORM 365-SUMA-ABONO
			   END-IF
		       END-IF
	       END-READ
	   END-PERFORM
	   IF POLIZAF-STATUS NOT = "35"
	       CLOSE POLIZAF
	   END-IF
	   PERFORM 370-VIATICOS.

       365-SUMA-ABONO.
	   PERFORM VARYING I-CON FROM 1 BY 1 UNTIL I-CON > 11
	       IF TCO-CODIGO(I-CON) = POL-CONCEPTO
		   ADD POL-IMPORTE TO TCI-POLIZA(I-CON)
	       END-IF
	   END-PERFORM.

       370-VIATICOS.
	   MOVE ZEROS TO SW-FIN
	   OPEN INPUT VIATICO
	   IF VIATICO-STATUS NOT = "00"
	       MOVE 1 TO SW-FIN
	   END-IF
	   PERFORM UNTIL SW-FIN = 1
	       READ VIATICO NEXT
		   AT END
		       MOVE 1 TO SW-FIN
		   NOT AT END
		       MOVE VIA-EMPLEADO-ID TO W-EMPLEADO-ID
		       MOVE ZEROS TO SW-EN-CIA
		       IF VIA-PER-COMP = PERIODO-RPT
			   PERFORM 050-PERTENECE
		       END-IF
		       IF SW-EN-CIA = 1
			   COMPUTE W-VIA-COMPROBADO =
			       VIA-COMP-HOSPEDAJE + VIA-COMP-ALIMENTOS
			       + VIA-COMP-TRANSPORTE + VIA-COMP-OTROS
			       + VIA-NO-DEDUCIBLE + VIA-DEVUELTO
			   ADD W-VIA-COMPROBADO TO TCI-NOMINA(7)
		       END-IF
	       END-READ
	   END-PERFORM
	   IF VIATICO-STATUS NOT = "35"
	       CLOSE VIATICO
	   END-IF.

       400-CONCILIA-NETO.
	   MOVE "NETO NOMINA VS DISPERSION + CHEQUES + SIN CUENTA"
	       TO SECCION-E
	   PERFORM 480-ENCABEZA-SECCION
	   MOVE ZEROS TO SW-FIN
	   PERFORM VARYING I-EMP FROM 1 BY 1 UNTIL I-EMP > NUM-EMP
	       PERFORM 410-NETO-EMPLEADO
	   END-PERFORM
	   PERFORM 490-CIERRA-SECCION.

       410-NETO-EMPLEADO.
	   ADD TE-CHEQUE(I-EMP) TO TOTAL-CHEQUES
	   ADD TE-DEVUELTO(I-EMP) TO TOTAL-DEVUELTO
	   IF TE-DEVUELTO(I-EMP) > ZEROS
	       ADD 1 TO NUM-DEVUELTOS
	       IF TE-CHEQUE(I-EMP) > ZEROS
		   ADD 1 TO NUM-REPUESTOS
	       END-IF
	   END-IF
	   IF TE-CHEQUE(I-EMP) > ZEROS
	       COMPUTE W-PAGADO = TE-DISPERSADO(I-EMP)
		   - TE-DEVUELTO(I-EMP) + TE-CHEQUE(I-EMP)
	   ELSE
	       ADD TE-SINCTA(I-EMP) TO TOTAL-SINCTA
	       COMPUTE W-PAGADO = TE-DISPERSADO(I-EMP)
		   - TE-DEVUELTO(I-EMP) + TE-SINCTA(I-EMP)
	   END-IF
	   IF W-PAGADO NOT = TE-NETO(I-EMP)
	       EVALUATE TRUE
		   WHEN TE-DEVUELTO(I-EMP) > ZEROS
			   AND TE-CHEQUE(I-EMP) = ZEROS
		       MOVE "DEVOLUCION SIN REPONER" TO W-MOTIVO
		   WHEN TE-NETO(I-EMP) = ZEROS
		       MOVE "PAGO SIN NOMINA" TO W-MOTIVO
		   WHEN W-PAGADO = ZEROS
		       MOVE "NETO SIN PAGO" TO W-MOTIVO
		   WHEN OTHER
		       MOVE "NETO DISTINTO AL PAGO" TO W-MOTIVO
	       END-EVALUATE
	       MOVE TE-EMPLEADO-ID(I-EMP) TO W-LLAVE
	       MOVE "NET" TO W-CONCEPTO
	       MOVE TE-NETO(I-EMP) TO W-NOMINA
	       MOVE W-PAGADO TO W-CONTRA
	       PERFORM 470-ESCRIBE-DIFERENCIA
	   END-IF.

       420-CONCILIA-RETENC.
	   MOVE "ISR E IMSS DE NOMINA VS RETENCIONES (RETENC)"
	       TO SECCION-E
	   PERFORM 480-ENCABEZA-SECCION
	   MOVE ZEROS TO SW-FIN
	   IF SW-RETENC = ZEROS
	       MOVE "SIN RETENCIONES DEL PERIODO EN RETENC" TO NO-DISP-E
	       WRITE LINEA FROM LINEA-NO-DISP
	   END-IF
	   PERFORM VARYING I-DEP FROM 1 BY 1 UNTIL I-DEP > NUM-DEP
	       MOVE TDP-DEPTO(I-DEP) TO W-LLAVE
	       MOVE "DIFERENCIA CON RETENC" TO W-MOTIVO
	       IF TDP-ISR(I-DEP) NOT = TDP-RET-ISR(I-DEP)
		   MOVE "ISR" TO W-CONCEPTO
		   MOVE TDP-ISR(I-DEP) TO W-NOMINA
		   MOVE TDP-RET-ISR(I-DEP) TO W-CONTRA
		   PERFORM 470-ESCRIBE-DIFERENCIA
	       END-IF
	       IF TDP-IMSS(I-DEP) NOT = TDP-RET-IMSS(I-DEP)
		   MOVE "IMS" TO W-CONCEPTO
		   MOVE TDP-IMSS(I-DEP) TO W-NOMINA
		   MOVE TDP-RET-IMSS(I-DEP) TO W-CONTRA
		   PERFORM 470-ESCRIBE-DIFERENCIA
	       END-IF
	   END-PERFORM
	   PERFORM 490-CIERRA-SECCION.

       440-CONCILIA-POLIZA.
	   MOVE "DEDUCCIONES DE NOMINA VS ABONOS DE LA POLIZA"
	       TO SECCION-E
	   PERFORM 480-ENCABEZA-SECCION
	   MOVE ZEROS TO SW-FIN
	   IF SW-POLIZA = ZEROS
	       MOVE "SIN POLIZA DEL PERIODO PARA LA COMPANIA"
		   TO NO-DISP-E
	       WRITE LINEA FROM LINEA-NO-DISP
	   END-IF
	   PERFORM VARYING I-CON FROM 1 BY 1 UNTIL I-CON > 11
	       IF TCI-NOMINA(I-CON) NOT = TCI-POLIZA(I-CON)
		   MOVE "*TODOS*" TO W-LLAVE
		   MOVE TCO-CODIGO(I-CON) TO W-CONCEPTO
		   MOVE TCI-NOMINA(I-CON) TO W-NOMINA
		   MOVE TCI-POLIZA(I-CON) TO W-CONTRA
		   MOVE "DIFERENCIA CON POLIZA" TO W-MOTIVO
		   PERFORM 470-ESCRIBE-DIFERENCIA
	       END-IF
	   END-PERFORM
	   PERFORM 490-CIERRA-SECCION.

       460-CONCILIA-PENREM.
	   MOVE "PENSIONES RETENIDAS VS REMESAS (PENREM)"
	       TO SECCION-E
	   PERFORM 480-ENCABEZA-SECCION
	   MOVE ZEROS TO SW-FIN
	   PERFORM VARYING I-EMP FROM 1 BY 1 UNTIL I-EMP > NUM-EMP
	       IF TE-PENSION(I-EMP) NOT = TE-PENREM(I-EMP)
		   MOVE TE-EMPLEADO-ID(I-EMP) TO W-LLAVE
		   MOVE "PEN" TO W-CONCEPTO
		   MOVE TE-PENSION(I-EMP) TO W-NOMINA
		   MOVE TE-PENREM(I-EMP) TO W-CONTRA
		   MOVE "DIFERENCIA CON REMESA" TO W-MOTIVO
		   PERFORM 470-ESCRIBE-DIFERENCIA
	       END-IF
	   END-PERFORM
	   PERFORM 490-CIERRA-SECCION.

       470-ESCRIBE-DIFERENCIA.
	   MOVE 1 TO SW-FIN
	   ADD 1 TO NUM-DIFERENCIAS
	   COMPUTE W-DIFERENCIA = W-NOMINA - W-CONTRA
	   IF W-DIFERENCIA < ZEROS
	       COMPUTE W-IMPORTE = W-DIFERENCIA * -1
	   ELSE
	       MOVE W-DIFERENCIA TO W-IMPORTE
	   END-IF
	   ADD W-IMPORTE TO IMPORTE-DIFERENCIAS
	   MOVE W-LLAVE TO LLAVE-D
	   MOVE W-CONCEPTO TO CONCEPTO-D
	   MOVE W-NOMINA TO NOMINA-D
	   MOVE W-CONTRA TO CONTRA-D
	   MOVE W-DIFERENCIA TO DIFERENCIA-D
	   MOVE W-MOTIVO TO MOTIVO-D
	   WRITE LINEA FROM LINEA-DIF.

       480-ENCABEZA-SECCION.
	   MOVE SPACES TO LINEA
	   WRITE LINEA
	   WRITE LINEA FROM ENCABEZADO-SEC
	   WRITE LINEA FROM LINEA-R3
	   WRITE LINEA FROM ENCABEZADO-CON2.

       490-CIERRA-SECCION.
	   IF SW-FIN = ZEROS
	       WRITE LINEA FROM LINEA-SIN-DIF
	   END-IF.

       500-FINAL.
	   WRITE LINEA FROM LINEA-R3
	   MOVE "TOTAL NETO EN NOMINA:" TO CTL-TEXTO
	   MOVE TOTAL-NETO TO CTL-IMPORTE
	   WRITE LINEA FROM LINEA-CTL-CON
	   MOVE "TOTAL DISPERSADO AL BANCO:" TO CTL-TEXTO
	   MOVE TOTAL-DISPERSADO TO CTL-IMPORTE
	   WRITE LINEA FROM LINEA-CTL-CON
	   MOVE "MENOS DEVOLUCIONES DEL BANCO:" TO CTL-TEXTO
	   MOVE TOTAL-DEVUELTO TO CTL-IMPORTE
	   WRITE LINEA FROM LINEA-CTL-CON
	   MOVE "MAS CHEQUES EMITIDOS:" TO CTL-TEXTO
	   MOVE TOTAL-CHEQUES TO CTL-IMPORTE
	   WRITE LINEA FROM LINEA-CTL-CON
	   MOVE "MAS RETENIDO SIN CUENTA (SINCTA):" TO CTL-TEXTO
	   MOVE TOTAL-SINCTA TO CTL-IMPORTE
	   WRITE LINEA FROM LINEA-CTL-CON
	   MOVE "PAGOS DEVUELTOS POR EL BANCO:" TO CTL-TEXTO-C
	   MOVE NUM-DEVUELTOS TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-CTA
	   MOVE "DEVOLUCIONES REPUESTAS CON CHEQUE:" TO CTL-TEXTO-C
	   MOVE NUM-REPUESTOS TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-CTA
	   MOVE "NOMINAS DE OTRA COMPANIA EXCLUIDAS:" TO CTL-TEXTO-C
	   MOVE REG-OTRA-CIA TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-CTA
	   MOVE "DIFERENCIAS ABIERTAS:" TO CTL-TEXTO-C
	   MOVE NUM-DIFERENCIAS TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-CTA
	   MOVE "IMPORTE ABSOLUTO DE DIFERENCIAS:" TO CTL-TEXTO
	   MOVE IMPORTE-DIFERENCIAS TO CTL-IMPORTE
	   WRITE LINEA FROM LINEA-CTL-CON
	   IF NUM-DIFERENCIAS = ZEROS
	       MOVE "PERIODO CONCILIADO - PUEDE CERRARSE" TO RESULTADO-E
	   ELSE
	       MOVE "*** DIFERENCIAS ABIERTAS - EL PERIODO NO SE CIERRA"
		   TO RESULTADO-E
	       MOVE 4 TO RETURN-CODE
	       MOVE PERIODO-RPT TO W-ALR-LLAVE
	       MOVE NUM-DIFERENCIAS TO CUENTA-ED
	       MOVE SPACES TO W-ALR-MENSAJE
	       STRING "DIFERENCIAS EN CONCILIACION: "
		   DELIMITED BY SIZE
		   CUENTA-ED DELIMITED BY SIZE
		   INTO W-ALR-MENSAJE
	       END-STRING
	       CALL "ALERTA" USING W-ALR-PROGRAMA W-ALR-SEVERIDAD
		   W-ALR-LLAVE W-ALR-MENSAJE
	   END-IF
	   WRITE LINEA FROM LINEA-RESULTADO AFTER ADVANCING 2 LINES
	   CLOSE CONCREP
	   PERFORM 550-ESCRIBE-CONTROL
	   PERFORM 600-ESCRIBE-RUNLOG.

       550-ESCRIBE-CONTROL.
	   OPEN EXTEND CTLCONC
	   IF CTLCONC-STATUS = "35"
	       OPEN OUTPUT CTLCONC
	   END-IF
	   MOVE W-CIA TO CTC-CIA
	   MOVE PERIODO-RPT TO CTC-PERIODO
	   ACCEPT CTC-FECHA FROM DATE
	   ACCEPT CTC-HORA FROM TIME
	   MOVE NUM-DIFERENCIAS TO CTC-DIFERENCIAS
	   MOVE IMPORTE-DIFERENCIAS TO CTC-IMPORTE
	   WRITE REG-CTLCONC
	   CLOSE CTLCONC.

       600-ESCRIBE-RUNLOG.
	   MOVE "CONCNOM" TO RUNLOG-PROGRAMA
	   ACCEPT RUNLOG-FECHA FROM DATE
	   ACCEPT RUNLOG-HORA FROM TIME
	   MOVE RETURN-CODE TO W-RC-GUARDA
	   CALL "SESUSR" USING RUNLOG-USUARIO
	   MOVE W-RC-GUARDA TO RETURN-CODE
	   MOVE REG-LEIDOS TO RUNLOG-LEIDOS
	   MOVE NUM-DIFERENCIAS TO RUNLOG-ESCRITOS
	   OPEN EXTEND RUNLOG
	   IF RUNLOG-STATUS = "35"
	       OPEN OUTPUT RUNLOG
	   END-IF
	   WRITE REG-RUNLOG
	   CLOSE RUNLOG.
