       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMSSCUO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT EMPSEG ASSIGN TO "EMPSEG"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS SEG-REC-ID
	       FILE STATUS IS EMPSEG-STATUS.
	   SELECT INCAPAC ASSIGN TO "INCAPAC"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS ICP-LLAVE
	       FILE STATUS IS INCAPAC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EMPSEG.
       COPY "EMPSEGR.wks".
       FD INCAPAC.
       COPY "INCAPAC.wks".
       WORKING-STORAGE SECTION.
       01 EMPSEG-STATUS PIC XX.
       01 INCAPAC-STATUS PIC XX.
       01 SW-ABIERTOS PIC 9 VALUE ZEROS.
       01 SW-EMPSEG PIC 9 VALUE ZEROS.
       01 SW-INCAPAC PIC 9 VALUE ZEROS.
       01 SW-FIN-ICP PIC 9 VALUE ZEROS.
       01 PERIODO-CARGADO PIC 9(8) VALUE ZEROS.
       01 W-SDI-DADO PIC 9(5)V99 VALUE ZEROS.
       01 W-PERIODO PIC 9(8) VALUE ZEROS.
       01 W-PERIODO-R REDEFINES W-PERIODO.
	   03 PER-ANO PIC 9(4).
	   03 PER-MES PIC 99.
	   03 PER-QNA PIC 99.
       01 TABLA-DIAS-MES.
	   03 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 TABLA-DIAS-MES-R REDEFINES TABLA-DIAS-MES.
	   03 DIAS-MES PIC 99 OCCURS 12 TIMES.
       01 W-DIA-INI PIC 99 VALUE ZEROS.
       01 W-DIA-FIN PIC 99 VALUE ZEROS.
       01 W-DIAS-BASE PIC 99 VALUE ZEROS.
       01 W-FECHA-INI PIC 9(8) VALUE ZEROS.
       01 W-FECHA-FIN PIC 9(8) VALUE ZEROS.
       01 W-INT-INI PIC 9(7) VALUE ZEROS.
       01 W-INT-FIN PIC 9(7) VALUE ZEROS.
       01 W-INT-ICP-INI PIC 9(7) VALUE ZEROS.
       01 W-INT-ICP-FIN PIC 9(7) VALUE ZEROS.
       01 W-DIAS-INCAP PIC 9(3) VALUE ZEROS.
       01 W-DIAS-COT PIC S9(3) VALUE ZEROS.
       01 W-TOPE-SBC PIC 9(7)V99 VALUE ZEROS.
       01 W-TRES-UMA PIC 9(7)V99 VALUE ZEROS.
       01 UMA-DIARIO PIC 9(5)V99 VALUE 113.14.
       01 TOPE-UMAS PIC 99 VALUE 25.
       01 BP-EXCEDENTE PIC 9(3)V99 VALUE 40.
       01 BP-PREST-DINERO PIC 9(3)V99 VALUE 25.
       01 BP-GASTOS-PENS PIC 9(3)V99 VALUE 37.5.
       01 BP-INV-VIDA PIC 9(3)V99 VALUE 62.5.
       01 BP-CES-VEJEZ PIC 9(3)V99 VALUE 112.5.
       01 BP-PAT-CUOTA-FIJA PIC 9(4)V99 VALUE 2040.
       01 BP-PAT-EXCEDENTE PIC 9(4)V99 VALUE 110.
       01 BP-PAT-PREST-DINERO PIC 9(4)V99 VALUE 70.
       01 BP-PAT-GASTOS-PENS PIC 9(4)V99 VALUE 105.
       01 BP-PAT-INV-VIDA PIC 9(4)V99 VALUE 175.
       01 BP-PAT-RIESGO PIC 9(4)V99 VALUE 54.36.
       01 BP-PAT-GUARDERIA PIC 9(4)V99 VALUE 100.
       01 BP-PAT-RETIRO PIC 9(4)V99 VALUE 200.
       01 BP-PAT-CES-VEJEZ PIC 9(4)V99 VALUE 315.
       01 BP-PAT-INFONAVIT PIC 9(4)V99 VALUE 500.
       01 W-PRM-CODIGO PIC X(12) VALUE SPACES.
       01 W-PRM-FECHA PIC 9(8) VALUE ZEROS.
       01 W-PRM-VALOR PIC 9(7)V99 VALUE ZEROS.
       01 W-PRM-ENC PIC 9 VALUE ZEROS.
       LINKAGE SECTION.
       01 LK-EMPLEADO-ID PIC X(8).
       01 LK-PERIODO PIC 9(8).
       01 LK-DIAS-AUS PIC 99.
       COPY "CUOIMSS.wks".
       PROCEDURE DIVISION USING LK-EMPLEADO-ID LK-PERIODO LK-DIAS-AUS
	   CUO-IMSS.
       000-CALCULA.
	   MOVE CUO-SDI TO W-SDI-DADO
	   INITIALIZE CUO-IMSS
	   IF SW-ABIERTOS = ZEROS
	       PERFORM 050-ABRE-ARCHIVOS
	   END-IF
	   MOVE LK-PERIODO TO W-PERIODO
	   IF LK-EMPLEADO-ID = SPACES
	       IF W-SDI-DADO > ZEROS
		       AND PER-MES > ZEROS AND PER-MES < 13
		   IF LK-PERIODO NOT = PERIODO-CARGADO
		       PERFORM 100-CARGA-PERIODO
		   END-IF
		   MOVE W-SDI-DADO TO SEG-REC-SDI
		   MOVE SPACES TO SEG-REC-NSS
		   PERFORM 200-DIAS-COTIZADOS
		   PERFORM 300-CUOTAS
	       END-IF
	       GOBACK
	   END-IF
	   IF SW-EMPSEG = 1 AND PER-MES > ZEROS AND PER-MES < 13
	       IF LK-PERIODO NOT = PERIODO-CARGADO
		   PERFORM 100-CARGA-PERIODO
	       END-IF
	       MOVE LK-EMPLEADO-ID TO SEG-REC-ID
	       READ EMPSEG
		   INVALID KEY
		       MOVE ZEROS TO SEG-REC-SDI
	       END-READ
	       IF SEG-REC-SDI > ZEROS
		   PERFORM 200-DIAS-COTIZADOS
		   PERFORM 300-CUOTAS
	       END-IF
	   END-IF
	   GOBACK.

       050-ABRE-ARCHIVOS.
	   MOVE 1 TO SW-ABIERTOS
	   OPEN INPUT EMPSEG
	   IF EMPSEG-STATUS = "00"
	       MOVE 1 TO SW-EMPSEG
	   END-IF
	   OPEN INPUT INCAPAC
	   IF INCAPAC-STATUS = "00"
	       MOVE 1 TO SW-INCAPAC
	   END-IF.

       100-CARGA-PERIODO.
	   MOVE LK-PERIODO TO PERIODO-CARGADO
	   MOVE DIAS-MES(PER-MES) TO W-DIA-FIN
	   IF PER-MES = 2
	       IF FUNCTION MOD(PER-ANO, 4) = 0
		   MOVE 29 TO W-DIA-FIN
	       END-IF
	   END-IF
	   MOVE 1 TO W-DIA-INI
	   IF PER-QNA = ZEROS
	       MOVE 30 TO W-DIAS-BASE
	   ELSE
	       MOVE 15 TO W-DIAS-BASE
	       IF PER-QNA = 1
		   MOVE 15 TO W-DIA-FIN
	       ELSE
		   MOVE 16 TO W-DIA-INI
	       END-IF
	   END-IF
	   COMPUTE W-FECHA-INI = PER-ANO * 10000 + PER-MES * 100
	       + W-DIA-INI
	   COMPUTE W-FECHA-FIN = PER-ANO * 10000 + PER-MES * 100
	       + W-DIA-FIN
	   COMPUTE W-INT-INI = FUNCTION INTEGER-OF-DATE(W-FECHA-INI)
	   COMPUTE W-INT-FIN = FUNCTION INTEGER-OF-DATE(W-FECHA-FIN)
	   MOVE W-FECHA-INI TO W-PRM-FECHA
	   MOVE "UMA-DIARIO" TO W-PRM-CODIGO
	   PERFORM 150-PARAMETRO
	   IF W-PRM-ENC = 1 AND W-PRM-VALOR > ZEROS
	       MOVE W-PRM-VALOR TO UMA-DIARIO
	   END-IF
	   MOVE "IMSS-TOPE" TO W-PRM-CODIGO
	   PERFORM 150-PARAMETRO
	   IF W-PRM-ENC = 1 AND W-PRM-VALOR > ZEROS
	       MOVE W-PRM-VALOR TO TOPE-UMAS
	   END-IF
	   MOVE "IMSS-EXC-OB" TO W-PRM-CODIGO
	   PERFORM 150-PARAMETRO
	   IF W-PRM-ENC = 1
	       MOVE W-PRM-VALOR TO BP-EXCEDENTE
	   END-IF
	   MOVE "IMSS-PD-OB" TO W-PRM-CODIGO
	   PERFORM 150-PARAMETRO
	   IF W-PRM-ENC = 1
	       MOVE W-PRM-VALOR TO BP-PREST-DINERO
	   END-IF
	   MOVE "IMSS-GMP-OB" TO W-PRM-CODIGO
	   PERFORM 150-PARAMETRO
	   IF W-PRM-ENC = 1
	       MOVE W-PRM-VALOR TO BP-GASTOS-PENS
	   END-IF
	   MOVE "IMSS-IV-OB" TO W-PRM-CODIGO
	   PERFORM 150-PARAMETRO
	   IF W-PRM-ENC = 1
	       MOVE W-PRM-VALOR TO BP-INV-VIDA
	   END-IF
	   MOVE "IMSS-CV-OB" TO W-PRM-CODIGO
	   PERFORM 150-PARAMETRO
	   IF W-PRM-ENC = 1
	       MOVE W-PRM-VALOR TO BP-CES-VEJEZ
	   END-IF
	   PERFORM 120-PARAMETROS-PATRON
	   COMPUTE W-TOPE-SBC = UMA-DIARIO * TOPE-UMAS
	   COMPUTE W-TRES-UMA = UMA-DIARIO * 3.

       120-PARAMETROS-PATRON.
	   MOVE "IMSS-CF-PAT" TO W-PRM-CODIGO
	   PERFORM 150-PARAMETRO
	   IF W-PRM-ENC = 1
	       MOVE W-PRM-VALOR TO BP-PAT-CUOTA-FIJA
	   END-IF
	   MOVE "IMSS-EXC-PAT" TO W-PRM-CODIGO
	   PERFORM 150-PARAMETRO
	   IF W-PRM-ENC = 1
	       MOVE W-PRM-VALOR TO BP-PAT-EXCEDENTE
	   END-IF
	   MOVE "IMSS-PD-PAT" TO W-PRM-CODIGO
	   PERFORM 150-PARAMETRO
	   IF W-PRM-ENC = 1
	       MOVE W-PRM-VALOR TO BP-PAT-PREST-DINERO
	   END-IF
	   MOVE "IMSS-GMP-PAT" TO W-PRM-CODIGO
	   PERFORM 150-PARAMETRO
	   IF W-PRM-ENC = 1
	       MOVE W-PRM-VALOR TO BP-PAT-GASTOS-PENS
	   END-IF
	   MOVE "IMSS-IV-PAT" TO W-PRM-CODIGO
	   PERFORM 150-PARAMETRO
	   IF W-PRM-ENC = 1
	       MOVE W-PRM-VALOR TO BP-PAT-INV-VIDA
	   END-IF
	   MOVE "IMSS-RT-PAT" TO W-PRM-CODIGO
	   PERFORM 150-PARAMETRO
	   IF W-PRM-ENC = 1
	       MOVE W-PRM-VALOR TO BP-PAT-RIESGO
	   END-IF
	   MOVE "IMSS-GUA-PAT" TO W-PRM-CODIGO
	   PERFORM 150-PARAMETRO
	   IF W-PRM-ENC = 1
	       MOVE W-PRM-VALOR TO BP-PAT-GUARDERIA
	   END-IF
	   MOVE "SAR-RET-PAT" TO W-PRM-CODIGO
	   PERFORM 150-PARAMETRO
	   IF W-PRM-ENC = 1
	       MOVE W-PRM-VALOR TO BP-PAT-RETIRO
	   END-IF
	   MOVE "IMSS-CV-PAT" TO W-PRM-CODIGO
	   PERFORM 150-PARAMETRO
	   IF W-PRM-ENC = 1
	       MOVE W-PRM-VALOR TO BP-PAT-CES-VEJEZ
	   END-IF
	   MOVE "INFONAV-PAT" TO W-PRM-CODIGO
	   PERFORM 150-PARAMETRO
	   IF W-PRM-ENC = 1
	       MOVE W-PRM-VALOR TO BP-PAT-INFONAVIT
	   END-IF.

       150-PARAMETRO.
	   MOVE ZEROS TO W-PRM-ENC
	   CALL "PARAMFEC" USING W-PRM-CODIGO W-PRM-FECHA W-PRM-VALOR
	       W-PRM-ENC.

       200-DIAS-COTIZADOS.
	   MOVE ZEROS TO W-DIAS-INCAP
	   IF SW-INCAPAC = 1 AND SEG-REC-NSS NOT = SPACES
	       MOVE ZEROS TO SW-FIN-ICP
	       MOVE SEG-REC-NSS TO ICP-NSS
	       MOVE LOW-VALUES TO ICP-FOLIO
	       START INCAPAC KEY NOT < ICP-LLAVE
		   INVALID KEY
		       MOVE 1 TO SW-FIN-ICP
	       END-START
	       PERFORM UNTIL SW-FIN-ICP = 1
		   READ INCAPAC NEXT
		       AT END
			   MOVE 1 TO SW-FIN-ICP
		       NOT AT END
			   IF ICP-NSS NOT = SEG-REC-NSS
			       MOVE 1 TO SW-FIN-ICP
			   ELSE
			       PERFORM 210-DIAS-CERTIFICADO
			   END-IF
		   END-READ
	       END-PERFORM
	   END-IF
	   COMPUTE W-DIAS-COT = W-DIAS-BASE - LK-DIAS-AUS - W-DIAS-INCAP
	   IF W-DIAS-COT < ZEROS
	       MOVE ZEROS TO W-DIAS-COT
	   END-IF.

       210-DIAS-CERTIFICADO.
	   IF ICP-FECHA-INI NUMERIC AND ICP-FECHA-INI > ZEROS
		   AND ICP-DIAS > ZEROS
	       COMPUTE W-INT-ICP-INI =
		   FUNCTION INTEGER-OF-DATE(ICP-FECHA-INI)
	       COMPUTE W-INT-ICP-FIN = W-INT-ICP-INI + ICP-DIAS - 1
	       IF W-INT-ICP-INI < W-INT-INI
		   MOVE W-INT-INI TO W-INT-ICP-INI
	       END-IF
	       IF W-INT-ICP-FIN > W-INT-FIN
		   MOVE W-INT-FIN TO W-INT-ICP-FIN
	       END-IF
	       IF W-INT-ICP-FIN NOT < W-INT-ICP-INI
		   COMPUTE W-DIAS-INCAP = W-DIAS-INCAP
		       + W-INT-ICP-FIN - W-INT-ICP-INI + 1
	       END-IF
	   END-IF.

       300-CUOTAS.
	   MOVE 1 TO CUO-ENCONTRADO
	   MOVE SEG-REC-SDI TO CUO-SDI
	   MOVE UMA-DIARIO TO CUO-UMA
	   MOVE W-DIAS-COT TO CUO-DIAS
	   IF SEG-REC-SDI > W-TOPE-SBC
	       MOVE W-TOPE-SBC TO CUO-SBC
	   ELSE
	       MOVE SEG-REC-SDI TO CUO-SBC
	   END-IF
	   IF CUO-SBC > W-TRES-UMA
	       COMPUTE CUO-EXCEDENTE ROUNDED = (CUO-SBC - W-TRES-UMA)
		   * CUO-DIAS * BP-EXCEDENTE / 10000
	   END-IF
	   COMPUTE CUO-PREST-DINERO ROUNDED =
	       CUO-SBC * CUO-DIAS * BP-PREST-DINERO / 10000
	   COMPUTE CUO-GASTOS-PENS ROUNDED =
	       CUO-SBC * CUO-DIAS * BP-GASTOS-PENS / 10000
	   COMPUTE CUO-INV-VIDA ROUNDED =
	       CUO-SBC * CUO-DIAS * BP-INV-VIDA / 10000
	   COMPUTE CUO-CES-VEJEZ ROUNDED =
	       CUO-SBC * CUO-DIAS * BP-CES-VEJEZ / 10000
	   COMPUTE CUO-TOTAL = CUO-EXCEDENTE + CUO-PREST-DINERO
	       + CUO-GASTOS-PENS + CUO-INV-VIDA + CUO-CES-VEJEZ
	   PERFORM 310-CUOTAS-PATRON.

       310-CUOTAS-PATRON.
	   COMPUTE CUO-PAT-CUOTA-FIJA ROUNDED =
	       UMA-DIARIO * CUO-DIAS * BP-PAT-CUOTA-FIJA / 10000
	   IF CUO-SBC > W-TRES-UMA
	       COMPUTE CUO-PAT-EXCEDENTE ROUNDED =
		   (CUO-SBC - W-TRES-UMA) * CUO-DIAS
		   * BP-PAT-EXCEDENTE / 10000
	   END-IF
	   COMPUTE CUO-PAT-PREST-DINERO ROUNDED =
	       CUO-SBC * CUO-DIAS * BP-PAT-PREST-DINERO / 10000
	   COMPUTE CUO-PAT-GASTOS-PENS ROUNDED =
	       CUO-SBC * CUO-DIAS * BP-PAT-GASTOS-PENS / 10000
	   COMPUTE CUO-PAT-INV-VIDA ROUNDED =
	       CUO-SBC * CUO-DIAS * BP-PAT-INV-VIDA / 10000
	   COMPUTE CUO-PAT-RIESGO ROUNDED =
	       CUO-SBC * CUO-DIAS * BP-PAT-RIESGO / 10000
	   COMPUTE CUO-PAT-GUARDERIA ROUNDED =
	       CUO-SBC * CUO-DIAS * BP-PAT-GUARDERIA / 10000
	   COMPUTE CUO-PAT-RETIRO ROUNDED =
	       CUO-SBC * CUO-DIAS * BP-PAT-RETIRO / 10000
	   COMPUTE CUO-PAT-CES-VEJEZ ROUNDED =
	       CUO-SBC * CUO-DIAS * BP-PAT-CES-VEJEZ / 10000
	   COMPUTE CUO-PAT-INFONAVIT ROUNDED =
	       CUO-SBC * CUO-DIAS * BP-PAT-INFONAVIT / 10000
	   COMPUTE CUO-PAT-TOTAL = CUO-PAT-CUOTA-FIJA
	       + CUO-PAT-EXCEDENTE + CUO-PAT-PREST-DINERO
	       + CUO-PAT-GASTOS-PENS + CUO-PAT-INV-VIDA
	       + CUO-PAT-RIESGO + CUO-PAT-GUARDERIA
	       + CUO-PAT-RETIRO + CUO-PAT-CES-VEJEZ
	       + CUO-PAT-INFONAVIT.
