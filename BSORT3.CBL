	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS HIS-LLAVE
	       FILE STATUS IS HISTNOM-STATUS.
	   SELECT IMSSDET ASSIGN TO "IMSSDET"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS IMD-LLAVE
	       FILE STATUS IS IMSSDET-STATUS.
	   SELECT MOVDEP ASSIGN TO "MOVDEP"
	       FILE STATUS IS MOVDEP-STATUS.
	   SELECT CONCAT ASSIGN TO "CONCEPTOS"
	       FILE STATUS IS CONCAT-STATUS.
	   SELECT AJUSPAGO ASSIGN TO "AJUSPAGO"
	       FILE STATUS IS AJUSPAGO-STATUS.
	   SELECT RETRODIF ASSIGN TO "RETRODIF"
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS INF-REC-ID
	       FILE STATUS IS INFONAV-STATUS.
	   SELECT FONACOT ASSIGN TO "FONACOT"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS FON-LLAVE
	       FILE STATUS IS FONACOT-STATUS.
	   SELECT VIATICO ASSIGN TO "VIATICO"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS VIA-LLAVE
	       FILE STATUS IS VIATICO-STATUS.
	   SELECT INCIDEN ASSIGN TO "INCIDEN"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
       COPY "PRESTAMO.wks".
       FD HISTNOM.
       COPY "HISTNOM.wks".
       FD IMSSDET.
       COPY "IMSSDET.wks".
       FD RETENC.
       01 REG-RETENC.
	   03 RET-CIA PIC X(3).
	   03 RET-BASE PIC 9(09)V99.
       FD MOVDEP.
       COPY "MOVVAR.wks".
       FD CONCAT.
       COPY "CONCEPTO.wks".
       FD AJUSPAGO.
       COPY "AJUSTE.wks".
       FD RETRODIF.
       COPY "AHOMOV.wks".
       FD INFONAV.
       COPY "INFONAV.wks".
       FD FONACOT.
       COPY "FONACOT.wks".
       FD VIATICO.
       COPY "VIATICO.wks".
       FD INCIDEN.
       COPY "INCIDEN.wks".
       FD RUNLOG.
           03 SUELDO-EXC PIC $(05)9.99.
       01 W-IMPUESTO PIC 9(05)V99 VALUE ZEROS.
       01 W-IMSS     PIC 9(05)V99 VALUE ZEROS.
       01 W-SUBSIDIO PIC 9(05)V99 VALUE ZEROS.
       01 W-NETO     PIC 9(05)V99 VALUE ZEROS.
       01 W-FECHA-CALC PIC 9(08) VALUE ZEROS.
       COPY "CUOIMSS.wks".
       01 MOVDEP-STATUS PIC XX.
       01 SW-MOVVAR PIC 9 VALUE ZEROS.
       01 W-VARIABLE PIC 9(05)V99 VALUE ZEROS.
       01 W-VAR-EXENTA PIC 9(05)V99 VALUE ZEROS.
       01 CONCAT-STATUS PIC XX.
       01 NUM-CONCEPTOS PIC 999 VALUE ZEROS.
       01 I-CON PIC 999 VALUE ZEROS.
       01 IDX-CON PIC 999 VALUE ZEROS.
       01 TABLA-CONCEPTOS.
	   03 TC-ENTRADA OCCURS 200 TIMES.
	       05 TC-CODIGO PIC X(3).
	       05 TC-GRAVABLE PIC X.
       01 W-BRUTO    PIC 9(05)V99 VALUE ZEROS.
       01 RETRODIF-STATUS PIC XX.
       01 W-RETRO PIC S9(05)V99 VALUE ZEROS.
       01 SW-INFONAV PIC 9 VALUE ZEROS.
       01 W-INFONAVIT PIC 9(05)V99 VALUE ZEROS.
       01 VSM-DIARIO PIC 9(03)V99 VALUE 103.74.
       01 FONACOT-STATUS PIC XX.
       01 SW-FONACOT PIC 9 VALUE ZEROS.
       01 SW-FIN-FON PIC 9 VALUE ZEROS.
       01 W-FONACOT PIC 9(05)V99 VALUE ZEROS.
       01 W-FON-CUOTA PIC 9(07)V99 VALUE ZEROS.
       01 VIATICO-STATUS PIC XX.
       01 SW-VIATICO PIC 9 VALUE ZEROS.
       01 SW-FIN-VIA PIC 9 VALUE ZEROS.
       01 W-VIATICO PIC 9(05)V99 VALUE ZEROS.
       01 W-VIA-DESC PIC 9(07)V99 VALUE ZEROS.
       01 W-VIA-SALDO PIC S9(07)V99 VALUE ZEROS.
       01 W-VIA-DIAS PIC 9(03) VALUE 30.
       01 W-VIA-HOY PIC 9(08) VALUE ZEROS.
       01 W-VIA-ANTIG PIC S9(05) VALUE ZEROS.
       01 W-GMM PIC 9(05)V99 VALUE ZEROS.
       01 W-SINDICAL PIC 9(05)V99 VALUE ZEROS.
       01 INCIDEN-STATUS PIC XX.
       01 SW-INCIDEN PIC 9 VALUE ZEROS.
       01 W-DIAS-INC PIC 99 VALUE ZEROS.
	       05 TM-PERIODO PIC 9(08).
	       05 TM-IMPORTE PIC 9(05)V99.
       01 HISTNOM-STATUS PIC XX.
       01 IMSSDET-STATUS PIC XX.
       01 PRESTAMO-STATUS PIC XX.
       01 SW-PRESTAMOS PIC 9 VALUE ZEROS.
       01 W-ABONO PIC 9(07)V99 VALUE ZEROS.
		GIVING SALIDA.
	   PERFORM 016-LEE-ENTCTL
	   PERFORM 048-CARGA-MOVIMIENTOS
	   PERFORM 041-CARGA-CONCEPTOS
	   PERFORM 047-CARGA-AJUSTES
	   PERFORM 044-CARGA-RETROS
	   PERFORM 050-CARGA-DEPTOS
	       CLOSE HISTNOM
	       OPEN I-O HISTNOM
	   END-IF
	   OPEN I-O IMSSDET
	   IF IMSSDET-STATUS = "35"
	       OPEN OUTPUT IMSSDET
	       CLOSE IMSSDET
	       OPEN I-O IMSSDET
	   END-IF
	   MOVE ZEROS TO SW-PRESTAMOS
	   OPEN I-O PRESTAMO
	   IF PRESTAMO-STATUS = "00"
	   IF INFONAV-STATUS = "00"
	       MOVE 1 TO SW-INFONAV
	   END-IF
	   MOVE ZEROS TO SW-FONACOT
	   OPEN I-O FONACOT
	   IF FONACOT-STATUS = "00"
	       MOVE 1 TO SW-FONACOT
	   END-IF
	   MOVE ZEROS TO SW-VIATICO
	   OPEN I-O VIATICO
	   IF VIATICO-STATUS = "00"
	       MOVE 1 TO SW-VIATICO
	   END-IF
	   MOVE ZEROS TO SW-INCIDEN
	   OPEN INPUT INCIDEN
	   IF INCIDEN-STATUS = "00"
	   CLOSE SALIDA
	   CLOSE EMPMAST
	   CLOSE HISTNOM
	   CLOSE IMSSDET
	   IF SW-PRESTAMOS = 1
	       CLOSE PRESTAMO
	   END-IF
	   IF SW-INFONAV = 1
	       CLOSE INFONAV
	   END-IF
	   IF SW-FONACOT = 1
	       CLOSE FONACOT
	   END-IF
	   IF SW-VIATICO = 1
	       CLOSE VIATICO
	   END-IF
	   IF SW-INCIDEN = 1
	       CLOSE INCIDEN
	   END-IF
	   CALL "PARAMGET" USING W-PRM-CODIGO W-PRM-VALOR W-PRM-ENC
	   IF W-PRM-ENC = 1 AND W-PRM-VALOR > ZEROS
	       MOVE W-PRM-VALOR TO VSM-DIARIO
	   END-IF
	   MOVE "VIA-DIAS" TO W-PRM-CODIGO
	   MOVE ZEROS TO W-PRM-ENC
	   CALL "PARAMGET" USING W-PRM-CODIGO W-PRM-VALOR W-PRM-ENC
	   IF W-PRM-ENC = 1 AND W-PRM-VALOR > ZEROS
	       MOVE W-PRM-VALOR TO W-VIA-DIAS
	   END-IF.

       015-LEE-PARAMETROS.

       049-SUMA-VARIABLES.
	   MOVE ZEROS TO W-VARIABLE
	   MOVE ZEROS TO W-VAR-EXENTA
	   PERFORM VARYING I-MOV FROM 1 BY 1
		   UNTIL I-MOV > NUM-MOVS
	       IF TM-EMPLEADO-ID(I-MOV) = EMPLEADO-ID-S
		       AND TM-PERIODO(I-MOV) = PERIODO-S
		   PERFORM 041A-BUSCA-CONCEPTO
		   IF IDX-CON > ZEROS AND TC-GRAVABLE(IDX-CON) = "N"
		       ADD TM-IMPORTE(I-MOV) TO W-VAR-EXENTA
		   ELSE
		       ADD TM-IMPORTE(I-MOV) TO W-VARIABLE
		   END-IF
	       END-IF
	   END-PERFORM.

       041-CARGA-CONCEPTOS.
	   MOVE ZEROS TO NUM-CONCEPTOS
	   OPEN INPUT CONCAT
	   IF CONCAT-STATUS = "00"
	       PERFORM UNTIL CONCAT-STATUS = "10"
		       OR NUM-CONCEPTOS = 200
		   READ CONCAT
		       AT END
			   MOVE "10" TO CONCAT-STATUS
		       NOT AT END
			   ADD 1 TO NUM-CONCEPTOS
			   MOVE CON-CODIGO TO TC-CODIGO(NUM-CONCEPTOS)
			   MOVE CON-GRAVABLE
			       TO TC-GRAVABLE(NUM-CONCEPTOS)
		   END-READ
	       END-PERFORM
	       IF NUM-CONCEPTOS = 200 AND CONCAT-STATUS NOT = "10"
		   READ CONCAT
		       AT END
			   CONTINUE
		       NOT AT END
			   DISPLAY "BSORT3: CONCEPTOS EXCEDEN 200"
			   DISPLAY "BSORT3: SE USAN LOS PRIMEROS 200"
		   END-READ
	       END-IF
	       CLOSE CONCAT
	   END-IF.

       041A-BUSCA-CONCEPTO.
	   MOVE ZEROS TO IDX-CON
	   PERFORM VARYING I-CON FROM 1 BY 1
		   UNTIL I-CON > NUM-CONCEPTOS
	       IF TC-CODIGO(I-CON) = TM-CONCEPTO(I-MOV)
		   MOVE I-CON TO IDX-CON
	       END-IF
	   END-PERFORM.

               COMPUTE W-BRUTO = SUELDO-S + W-VARIABLE
                   - W-DESCUENTO
               CALL "DEDUCCION" USING W-BRUTO W-IMPUESTO
                   W-IMSS W-NETO W-FECHA-CALC EMPLEADO-ID-S PERIODO-S
                   W-DIAS-INC CUO-IMSS W-SUBSIDIO
               ADD W-VAR-EXENTA TO W-BRUTO
               ADD W-VAR-EXENTA TO W-NETO
               ADD W-BRUTO TO TD-TOTAL(IDX-ACTUAL)
               ADD W-IMPUESTO TO TD-ISR(IDX-ACTUAL)
               ADD W-IMSS TO TD-IMSS(IDX-ACTUAL)
               ADD W-BRUTO TO TD-BASE(IDX-ACTUAL)
               SUBTRACT W-VAR-EXENTA FROM TD-BASE(IDX-ACTUAL)
               PERFORM 091-APLICA-PENSION
               PERFORM 092-APLICA-INFONAVIT
               PERFORM 094-APLICA-PRESTAMO
               PERFORM 094A-APLICA-FONACOT
               PERFORM 094C-APLICA-VIATICO
               PERFORM 094E-APLICA-GMM
               PERFORM 094F-APLICA-SINDICAL
               PERFORM 093-APLICA-AHORRO
               PERFORM 046-APLICA-AJUSTE
               PERFORM 045-APLICA-RETRO
	       END-IF
	   END-IF.

       094A-APLICA-FONACOT.
	   MOVE ZEROS TO W-FONACOT
	   IF SW-FONACOT = 1
	       MOVE ZEROS TO SW-FIN-FON
	       MOVE EMPLEADO-ID-S TO FON-EMPLEADO-ID
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
			   IF FON-EMPLEADO-ID NOT = EMPLEADO-ID-S
			       MOVE 1 TO SW-FIN-FON
			   ELSE
			       IF FON-MES = PERIODO-S(1:6)
				   PERFORM 094B-DESCUENTO-FONACOT
			       END-IF
			   END-IF
		   END-READ
	       END-PERFORM
	   END-IF.

       094B-DESCUENTO-FONACOT.
	   IF FON-ULT-PERIODO = PERIODO-S
	       MOVE FON-ULT-DESC TO W-FON-CUOTA
	       IF W-FON-CUOTA > W-NETO
		   MOVE W-NETO TO W-FON-CUOTA
	       END-IF
	   ELSE
	       IF PERIODO-S(7:2) = "01"
		   COMPUTE W-FON-CUOTA ROUNDED = FON-CUOTA-MES / 2
	       ELSE
		   IF FON-RETENIDO-MES < FON-CUOTA-MES
		       COMPUTE W-FON-CUOTA =
			   FON-CUOTA-MES - FON-RETENIDO-MES
		   ELSE
		       MOVE ZEROS TO W-FON-CUOTA
		   END-IF
	       END-IF
	       IF W-FON-CUOTA > W-NETO
		   IF CUO-ENCONTRADO = 1
			   AND CUO-DIAS < W-DIAS-BASE - W-DIAS-INC
		       MOVE "I" TO FON-INCIDENCIA
		   ELSE
		       MOVE "N" TO FON-INCIDENCIA
		   END-IF
		   MOVE W-NETO TO W-FON-CUOTA
	       END-IF
	       IF SW-SIMULA = 0
		   ADD W-FON-CUOTA TO FON-RETENIDO-MES
		   MOVE PERIODO-S TO FON-ULT-PERIODO
		   MOVE W-FON-CUOTA TO FON-ULT-DESC
		   REWRITE REG-FONACOT
	       END-IF
	   END-IF
	   ADD W-FON-CUOTA TO W-FONACOT
	   SUBTRACT W-FON-CUOTA FROM W-NETO.

       094C-APLICA-VIATICO.
	   MOVE ZEROS TO W-VIATICO
	   IF SW-VIATICO = 1
	       COMPUTE W-VIA-HOY = 20000000 + AA * 10000 + MM * 100 + DD
	       MOVE ZEROS TO SW-FIN-VIA
	       MOVE EMPLEADO-ID-S TO VIA-EMPLEADO-ID
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
			   IF VIA-EMPLEADO-ID NOT = EMPLEADO-ID-S
			       MOVE 1 TO SW-FIN-VIA
			   ELSE
			       PERFORM 094D-RECUPERA-VIATICO
			   END-IF
		   END-READ
	       END-PERFORM
	   END-IF.

       094D-RECUPERA-VIATICO.
	   MOVE ZEROS TO W-VIA-DESC
	   IF VIA-ULT-PERIODO = PERIODO-S
	       MOVE VIA-ULT-DESC TO W-VIA-DESC
	       IF W-VIA-DESC > W-NETO
		   MOVE W-NETO TO W-VIA-DESC
	       END-IF
	   ELSE
	       IF VIA-ESTATUS = "A" AND VIA-FECHA > ZEROS
		   COMPUTE W-VIA-SALDO = VIA-IMPORTE
		       - VIA-COMP-HOSPEDAJE - VIA-COMP-ALIMENTOS
		       - VIA-COMP-TRANSPORTE - VIA-COMP-OTROS
		       - VIA-NO-DEDUCIBLE - VIA-DEVUELTO
		       - VIA-RECUPERADO
		   COMPUTE W-VIA-ANTIG =
		       FUNCTION INTEGER-OF-DATE(W-VIA-HOY)
		       - FUNCTION INTEGER-OF-DATE(VIA-FECHA)
		   IF W-VIA-SALDO > ZEROS AND W-VIA-ANTIG > W-VIA-DIAS
		       MOVE W-VIA-SALDO TO W-VIA-DESC
		       IF W-VIA-DESC > W-NETO
			   MOVE W-NETO TO W-VIA-DESC
		       END-IF
		       IF SW-SIMULA = 0 AND W-VIA-DESC > ZEROS
			   ADD W-VIA-DESC TO VIA-RECUPERADO
			   IF W-VIA-DESC = W-VIA-SALDO
			       MOVE "R" TO VIA-ESTATUS
			   END-IF
			   MOVE PERIODO-S TO VIA-ULT-PERIODO
			   MOVE W-VIA-DESC TO VIA-ULT-DESC
			   REWRITE REG-VIATICO
		       END-IF
		   END-IF
	       END-IF
	   END-IF
	   ADD W-VIA-DESC TO W-VIATICO
	   SUBTRACT W-VIA-DESC FROM W-NETO.

       094E-APLICA-GMM.
	   MOVE ZEROS TO W-GMM
	   CALL "GMMCUO" USING EMPLEADO-ID-S PERIODO-S W-GMM
	   IF W-GMM > W-NETO
	       MOVE W-NETO TO W-GMM
	   END-IF
	   SUBTRACT W-GMM FROM W-NETO.

       094F-APLICA-SINDICAL.
	   MOVE ZEROS TO W-SINDICAL
	   CALL "SINCUO" USING EMPLEADO-ID-S PERIODO-S SUELDO-S
	       W-SINDICAL
	   IF W-SINDICAL > W-NETO
	       MOVE W-NETO TO W-SINDICAL
	   END-IF
	   SUBTRACT W-SINDICAL FROM W-NETO.

       093-APLICA-AHORRO.
	   MOVE ZEROS TO W-AHORRO
	   IF SW-AHORRO = 1
	   MOVE PERIODO-S TO HIS-PERIODO
	   MOVE DEPTO-S TO HIS-DEPTO
	   MOVE W-BRUTO TO HIS-SUELDO
	   COMPUTE HIS-VARIABLE = W-VARIABLE + W-VAR-EXENTA
	   MOVE W-DESCUENTO TO HIS-DESCUENTO
	   MOVE W-DIAS-INC TO HIS-DIAS-INC
	   MOVE W-INFONAVIT TO HIS-INFONAVIT
	   MOVE W-FONACOT TO HIS-FONACOT
	   MOVE W-VIATICO TO HIS-VIATICO
	   MOVE W-GMM TO HIS-GMM
	   MOVE W-SINDICAL TO HIS-SINDICAL
	   MOVE W-AHORRO TO HIS-AHORRO
	   MOVE W-PENSION TO HIS-PENSION
	   MOVE W-AJUSTE TO HIS-AJUSTE
	   WRITE REG-HISTNOM
	       INVALID KEY
		   REWRITE REG-HISTNOM
	   END-WRITE
	   PERFORM 096A-ESCRIBE-CUOTAS-IMSS.

       096A-ESCRIBE-CUOTAS-IMSS.
	   MOVE EMPLEADO-ID-S TO IMD-EMPLEADO-ID
	   MOVE PERIODO-S TO IMD-PERIODO
	   IF CUO-ENCONTRADO = 1
	       MOVE CUO-SDI TO IMD-SDI
	       MOVE CUO-SBC TO IMD-SBC
	       MOVE CUO-UMA TO IMD-UMA
	       MOVE CUO-DIAS TO IMD-DIAS
	       MOVE CUO-EXCEDENTE TO IMD-EXCEDENTE
	       MOVE CUO-PREST-DINERO TO IMD-PREST-DINERO
	       MOVE CUO-GASTOS-PENS TO IMD-GASTOS-PENS
	       MOVE CUO-INV-VIDA TO IMD-INV-VIDA
	       MOVE CUO-CES-VEJEZ TO IMD-CES-VEJEZ
	       MOVE CUO-TOTAL TO IMD-TOTAL
	       MOVE CUO-PAT-CUOTA-FIJA TO IMD-PAT-CUOTA-FIJA
	       MOVE CUO-PAT-EXCEDENTE TO IMD-PAT-EXCEDENTE
	       MOVE CUO-PAT-PREST-DINERO TO IMD-PAT-PREST-DINERO
	       MOVE CUO-PAT-GASTOS-PENS TO IMD-PAT-GASTOS-PENS
	       MOVE CUO-PAT-INV-VIDA TO IMD-PAT-INV-VIDA
	       MOVE CUO-PAT-RIESGO TO IMD-PAT-RIESGO
	       MOVE CUO-PAT-GUARDERIA TO IMD-PAT-GUARDERIA
	       MOVE CUO-PAT-RETIRO TO IMD-PAT-RETIRO
	       MOVE CUO-PAT-CES-VEJEZ TO IMD-PAT-CES-VEJEZ
	       MOVE CUO-PAT-INFONAVIT TO IMD-PAT-INFONAVIT
	       MOVE CUO-PAT-TOTAL TO IMD-PAT-TOTAL
	       WRITE REG-IMSSDET
		   INVALID KEY
		       REWRITE REG-IMSSDET
	       END-WRITE
	   ELSE
	       DELETE IMSSDET
		   INVALID KEY
		       CONTINUE
	       END-DELETE
	   END-IF.

       097-ACTUALIZA-EMPMAST.
	   MOVE EMPLEADO-ID-S TO EMP-REC-ID
