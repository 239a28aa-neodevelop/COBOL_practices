       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRDPAGO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT ROLASIG ASSIGN TO "ROLASIG"
	       FILE STATUS IS ROLASIG-STATUS.
	   SELECT ROLCAMB ASSIGN TO "ROLCAMB"
	       FILE STATUS IS ROLCAMB-STATUS.
	   SELECT DOCXREF ASSIGN TO "DOCXREF"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS XRF-REC-IDD
	       FILE STATUS IS DOCXREF-STATUS.
	   SELECT EMPMAST ASSIGN TO "EMPMAST"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS EMP-REC-ID
	       FILE STATUS IS EMPMAST-STATUS.
	   SELECT CALEND ASSIGN TO "CALEND"
	       FILE STATUS IS CALEND-STATUS.
	   SELECT PERCTL ASSIGN TO "PERIODO.CTL"
	       FILE STATUS IS PERCTL-STATUS.
	   SELECT CONCAT ASSIGN TO "CONCEPTOS"
	       FILE STATUS IS CONCAT-STATUS.
	   SELECT MOVVAR ASSIGN TO "MOVVAR"
	       FILE STATUS IS MOVVAR-STATUS.
	   SELECT MOVTMP ASSIGN TO "MOVTMP"
	       FILE STATUS IS MOVTMP-STATUS.
	   SELECT GRDREP ASSIGN TO "GRDREP".
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ROLASIG.
       01 REG-ASIG.
	   03 ASG-IDD PIC X(5).
	   03 ASG-FECHA PIC 9(8).
	   03 ASG-TURNO PIC 9.
	   03 ASG-ESP PIC X(16).
       FD ROLCAMB.
       01 REG-CAMB.
	   03 CMB-FECHA PIC 9(8).
	   03 CMB-FECHA-X REDEFINES CMB-FECHA PIC X(8).
	   03 CMB-TURNO PIC 9.
	   03 CMB-IDD-ORIG PIC X(5).
	   03 CMB-IDD-SUST PIC X(5).
       FD DOCXREF.
       01 REG-DOCXREF.
	   03 XRF-REC-IDD PIC X(5).
	   03 XRF-REC-EMPLEADO-ID PIC X(8).
       FD EMPMAST.
       COPY "EMPMAST.wks".
       FD CALEND.
       01 REG-CALEND.
	   03 CAL-TIPO PIC X.
	   03 CAL-FECHA PIC 9(8).
	   03 CAL-PERIODO PIC 9(8).
	   03 CAL-DESC PIC X(20).
       FD PERCTL.
       01 REG-PERCTL.
	   03 PERCTL-PERIODO PIC 9(8).
       FD CONCAT.
       COPY "CONCEPTO.wks".
       FD MOVVAR.
       COPY "MOVVAR.wks".
       FD MOVTMP.
       01 REG-MOVTMP PIC X(26).
       FD GRDREP.
       01 LINEA PIC X(80).
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 ROLASIG-STATUS PIC XX.
       01 ROLCAMB-STATUS PIC XX.
       01 DOCXREF-STATUS PIC XX.
       01 EMPMAST-STATUS PIC XX.
       01 CALEND-STATUS PIC XX.
       01 PERCTL-STATUS PIC XX.
       01 CONCAT-STATUS PIC XX.
       01 MOVVAR-STATUS PIC XX.
       01 MOVTMP-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 SW PIC 9 VALUE ZEROS.
       01 SW-FIN PIC 9 VALUE ZEROS.
       01 SW-SIMULA PIC 9 VALUE ZEROS.
       01 SW-XREF PIC 9 VALUE ZEROS.
       01 SW-EMPMAST PIC 9 VALUE ZEROS.
       01 SW-FERIADO PIC 9 VALUE ZEROS.
       01 SW-CONCEPTO PIC 9 VALUE ZEROS.
       01 SW-TABLA-LLENA PIC 9 VALUE ZEROS.
       01 W-CIA PIC X(3) VALUE SPACES.
       01 W-CIA-NOMBRE PIC X(30) VALUE SPACES.
       01 PARM-LINEA PIC X(40) VALUE SPACES.
       01 PARM-MES PIC X(06) VALUE SPACES.
       01 PARM-MODO PIC X(10) VALUE SPACES.
       01 MES-ROL PIC 9(06) VALUE ZEROS.
       01 PERIODO-NOM PIC 9(08) VALUE ZEROS.
       01 W-INT-DIA PIC 9(07) VALUE ZEROS.
       01 W-DIA-SEMANA PIC 9 VALUE ZEROS.
       01 W-IDD-PAGO PIC X(05) VALUE SPACES.
       01 W-EMPLEADO-ID PIC X(08) VALUE SPACES.
       01 W-NOMBRE PIC X(30) VALUE SPACES.
       01 W-TIPO-DIA PIC X(08) VALUE SPACES.
       01 W-TARIFA PIC 9(05)V99 VALUE ZEROS.
       01 W-MOTIVO PIC X(30) VALUE SPACES.
       01 W-PRM-CODIGO PIC X(12) VALUE SPACES.
       01 W-PRM-VALOR PIC 9(7)V99 VALUE ZEROS.
       01 W-PRM-ENC PIC 9 VALUE ZEROS.
       01 TARIFA-HABIL PIC 9(05)V99 VALUE 1200.00.
       01 TARIFA-FINSEM PIC 9(05)V99 VALUE 1800.00.
       01 TARIFA-FESTIVO PIC 9(05)V99 VALUE 2400.00.
       01 CON-GUARDIA PIC X(3) VALUE "GRD".
       01 REG-LEIDOS PIC 9(07) VALUE ZEROS.
       01 GUARDIAS-PAGADAS PIC 9(05) VALUE ZEROS.
       01 GUARDIAS-RECHAZADAS PIC 9(05) VALUE ZEROS.
       01 MOV-ESCRITOS PIC 9(05) VALUE ZEROS.
       01 MOV-REEMPLAZADOS PIC 9(05) VALUE ZEROS.
       01 TOTAL-GUARDIAS PIC 9(08)V99 VALUE ZEROS.
       01 NUM-FERIADOS PIC 99 VALUE ZEROS.
       01 I-FER PIC 99 VALUE ZEROS.
       01 TABLA-FERIADOS.
	   03 TF-FECHA PIC 9(8) OCCURS 31 TIMES.
       01 NUM-CAMBIOS PIC 9(3) VALUE ZEROS.
       01 I-CMB PIC 9(3) VALUE ZEROS.
       01 IDX-CMB PIC 9(3) VALUE ZEROS.
       01 TABLA-CAMBIOS.
	   03 TC-ENTRADA OCCURS 200 TIMES.
	       05 TC-FECHA PIC 9(8).
	       05 TC-TURNO PIC 9.
	       05 TC-IDD-ORIG PIC X(5).
	       05 TC-IDD-SUST PIC X(5).
	       05 TC-APLICADO PIC 9.
       01 NUM-EXC PIC 9(3) VALUE ZEROS.
       01 I-EXC PIC 9(3) VALUE ZEROS.
       01 TABLA-EXC.
	   03 TX-ENTRADA OCCURS 200 TIMES.
	       05 TX-FECHA PIC 9(8).
	       05 TX-TURNO PIC 9.
	       05 TX-IDD PIC X(5).
	       05 TX-MOTIVO PIC X(30).
       01 NUM-PAGOS PIC 9(3) VALUE ZEROS.
       01 I-PAG PIC 9(3) VALUE ZEROS.
       01 IDX-PAG PIC 9(3) VALUE ZEROS.
       01 TABLA-PAGOS.
	   03 TP-ENTRADA OCCURS 200 TIMES.
	       05 TP-EMPLEADO-ID PIC X(8).
	       05 TP-IDD PIC X(5).
	       05 TP-NOMBRE PIC X(30).
	       05 TP-HABIL PIC 99.
	       05 TP-FINSEM PIC 99.
	       05 TP-FESTIVO PIC 99.
	       05 TP-IMPORTE PIC 9(05)V99.
       01 W-ALR-PROGRAMA PIC X(10) VALUE "GRDPAGO".
       01 W-ALR-SEVERIDAD PIC X VALUE "A".
       01 W-ALR-LLAVE PIC X(18) VALUE SPACES.
       01 W-ALR-MENSAJE PIC X(40) VALUE SPACES.
       01 EXC-ED PIC ZZ9.
       01 LINEA-R3 PIC X(80) VALUE ALL "==".
       01 ENCABEZADO-GRD.
	   03 FILLER PIC X(15) VALUE SPACES.
	   03 FILLER PIC X(34) VALUE
	      "REGISTRO DE PAGO DE GUARDIAS  MES:".
	   03 MES-ED PIC 9(06).
	   03 FILLER PIC X(10) VALUE "  NOMINA: ".
	   03 PERIODO-ED PIC 9(08).
       01 ENCABEZADO-GRD2.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 FILLER PIC X(10) VALUE "FECHA".
	   03 FILLER PIC X(03) VALUE "T".
	   03 FILLER PIC X(07) VALUE "IDD".
	   03 FILLER PIC X(10) VALUE "EMPL-ID".
	   03 FILLER PIC X(21) VALUE "NOMBRE".
	   03 FILLER PIC X(09) VALUE "TIPO".
	   03 FILLER PIC X(10) VALUE "   IMPORTE".
       01 LINEA-GRD.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 FECHA-G PIC 9(08).
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 TURNO-G PIC 9.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 IDD-G PIC X(05).
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 EMPLEADO-ID-G PIC X(08).
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 NOMBRE-G PIC X(20).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 TIPO-G PIC X(08).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 IMPORTE-G PIC $(05)9.99.
	   03 CAMBIO-G PIC X(02).
       01 ENCABEZADO-CMB.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(40) VALUE
	      "CAMBIOS DE GUARDIA".
       01 LINEA-CMB.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 FECHA-C PIC 9(08).
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 TURNO-C PIC 9.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 IDD-ORIG-C PIC X(05).
	   03 FILLER PIC X(04) VALUE " -> ".
	   03 IDD-SUST-C PIC X(05).
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 ESTADO-C PIC X(30).
       01 ENCABEZADO-EXC.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(40) VALUE
	      "GUARDIAS NO PAGADAS".
       01 LINEA-EXC.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 FECHA-X PIC 9(08).
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 TURNO-X PIC 9.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 IDD-X PIC X(05).
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 MOTIVO-X PIC X(30).
       01 ENCABEZADO-EMP.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(40) VALUE
	      "TOTAL DE GUARDIAS POR EMPLEADO".
       01 LINEA-EMP.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 EMPLEADO-ID-E PIC X(08).
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 NOMBRE-E PIC X(20).
	   03 FILLER PIC X(04) VALUE " HB ".
	   03 HABIL-E PIC Z9.
	   03 FILLER PIC X(04) VALUE " FS ".
	   03 FINSEM-E PIC Z9.
	   03 FILLER PIC X(04) VALUE " FE ".
	   03 FESTIVO-E PIC Z9.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 IMPORTE-E PIC $(05)9.99.
       01 LINEA-GRD-TOT.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(15) VALUE "TOTAL GENERAL".
	   03 FILLER PIC X(28) VALUE SPACES.
	   03 IMPORTE-GT PIC $(07)9.99.
       01 LINEA-GRD-CTL.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(20) VALUE "MOVIMIENTOS MOVVAR: ".
	   03 ESCRITOS-GC PIC ZZZZ9.
	   03 FILLER PIC X(16) VALUE "  REEMPLAZADOS: ".
	   03 REEMPLAZADOS-GC PIC ZZZZ9.
	   03 FILLER PIC X(14) VALUE "  NO PAGADAS: ".
	   03 RECHAZADOS-GC PIC ZZZZ9.
       01 LINEA-SIMULA.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(50) VALUE
	      "*** SIMULACION - NO SE ACTUALIZO MOVVAR ***".
       01 LINEA-SIN-CONCEPTO.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(30) VALUE "*** CONCEPTO NO CATALOGADO: ".
	   03 CONCEPTO-SC PIC X(03).
	   03 FILLER PIC X(30) VALUE " - EDITENT LO RECHAZARA ***".
       01 LINEA-TABLA-LLENA.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(55) VALUE
	      "*** TABLA DE GUARDIAS LLENA - NO SE ACTUALIZO MOVVAR".

       PROCEDURE DIVISION.
       000-INICIO.
	   CALL "SETCIA" USING W-CIA W-CIA-NOMBRE
	   MOVE ZEROS TO RETURN-CODE
	   PERFORM 010-LEE-PARAMETROS
	   IF MES-ROL = ZEROS
	       DISPLAY "GRDPAGO: INDIQUE EL MES AAAAMM"
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	   END-IF
	   PERFORM 015-LEE-PERIODO
	   IF PERIODO-NOM = ZEROS
	       DISPLAY "GRDPAGO: FALTA PERIODO.CTL " PERCTL-STATUS
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	   END-IF
	   OPEN INPUT ROLASIG
	   IF ROLASIG-STATUS NOT = "00"
	       DISPLAY "GRDPAGO: NO HAY ROL DE GUARDIAS ROLASIG"
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	   END-IF
	   PERFORM 020-LEE-TARIFAS
	   PERFORM 030-CARGA-FERIADOS
	   PERFORM 040-CARGA-CAMBIOS
	   MOVE ZEROS TO SW-XREF
	   OPEN INPUT DOCXREF
	   IF DOCXREF-STATUS = "00"
	       MOVE 1 TO SW-XREF
	   ELSE
	       DISPLAY "GRDPAGO: NO HAY CRUCE DOCXREF " DOCXREF-STATUS
	   END-IF
	   MOVE ZEROS TO SW-EMPMAST
	   OPEN INPUT EMPMAST
	   IF EMPMAST-STATUS = "00"
	       MOVE 1 TO SW-EMPMAST
	   END-IF
	   OPEN OUTPUT GRDREP
	   MOVE MES-ROL TO MES-ED
	   MOVE PERIODO-NOM TO PERIODO-ED
	   WRITE LINEA FROM ENCABEZADO-GRD
	   WRITE LINEA FROM LINEA-R3
	   WRITE LINEA FROM ENCABEZADO-GRD2
	   PERFORM 100-LECTURA
	   PERFORM 200-PROCESO UNTIL SW = 1
	   CLOSE ROLASIG
	   IF SW-XREF = 1
	       CLOSE DOCXREF
	   END-IF
	   IF SW-EMPMAST = 1
	       CLOSE EMPMAST
	   END-IF
	   PERFORM 500-EXCEPCIONES
	   IF SW-TABLA-LLENA = 1
	       DISPLAY "GRDPAGO: TABLA DE GUARDIAS LLENA - NO SE "
		   "ACTUALIZA MOVVAR"
	   ELSE
	       IF SW-SIMULA = 0
		   PERFORM 400-ACTUALIZA-MOVVAR
	       END-IF
	   END-IF
	   PERFORM 600-FINAL
	   GOBACK.

       010-LEE-PARAMETROS.
	   ACCEPT PARM-LINEA FROM COMMAND-LINE
	   UNSTRING PARM-LINEA DELIMITED BY ALL SPACE
	       INTO PARM-MES PARM-MODO
	   END-UNSTRING
	   IF PARM-MES NUMERIC
	       MOVE PARM-MES TO MES-ROL
	   END-IF
	   MOVE ZEROS TO SW-SIMULA
	   IF PARM-MODO(1:6) = "SIMULA"
	       MOVE 1 TO SW-SIMULA
	       DISPLAY "GRDPAGO: CORRIDA EN MODO SIMULACION"
	       DISPLAY "GRDPAGO: NO SE ACTUALIZA MOVVAR"
	   END-IF.

       015-LEE-PERIODO.
	   MOVE ZEROS TO PERIODO-NOM
	   OPEN INPUT PERCTL
	   IF PERCTL-STATUS = "00"
	       READ PERCTL
		   AT END
		       MOVE ZEROS TO PERCTL-PERIODO
	       END-READ
	       MOVE PERCTL-PERIODO TO PERIODO-NOM
	       CLOSE PERCTL
	   END-IF.

       020-LEE-TARIFAS.
	   MOVE "GRD-HABIL" TO W-PRM-CODIGO
	   MOVE ZEROS TO W-PRM-ENC
	   CALL "PARAMGET" USING W-PRM-CODIGO W-PRM-VALOR W-PRM-ENC
	   IF W-PRM-ENC = 1 AND W-PRM-VALOR > ZEROS
	       MOVE W-PRM-VALOR TO TARIFA-HABIL
	   END-IF
	   MOVE "GRD-FINSEM" TO W-PRM-CODIGO
	   MOVE ZEROS TO W-PRM-ENC
	   CALL "PARAMGET" USING W-PRM-CODIGO W-PRM-VALOR W-PRM-ENC
	   IF W-PRM-ENC = 1 AND W-PRM-VALOR > ZEROS
	       MOVE W-PRM-VALOR TO TARIFA-FINSEM
	   END-IF
	   MOVE "GRD-FESTIVO" TO W-PRM-CODIGO
	   MOVE ZEROS TO W-PRM-ENC
	   CALL "PARAMGET" USING W-PRM-CODIGO W-PRM-VALOR W-PRM-ENC
	   IF W-PRM-ENC = 1 AND W-PRM-VALOR > ZEROS
	       MOVE W-PRM-VALOR TO TARIFA-FESTIVO
	   END-IF.

       030-CARGA-FERIADOS.
	   MOVE ZEROS TO NUM-FERIADOS
	   OPEN INPUT CALEND
	   IF CALEND-STATUS = "00"
	       PERFORM UNTIL CALEND-STATUS = "10"
		   READ CALEND
		       AT END
			   MOVE "10" TO CALEND-STATUS
		       NOT AT END
			   IF CAL-TIPO = "F"
			      AND CAL-FECHA(1:6) = MES-ROL
			      AND NUM-FERIADOS < 31
			       ADD 1 TO NUM-FERIADOS
			       MOVE CAL-FECHA TO TF-FECHA(NUM-FERIADOS)
			   END-IF
		   END-READ
	       END-PERFORM
	       CLOSE CALEND
	   ELSE
	       DISPLAY "GRDPAGO: SIN CALENDARIO - NO SE PAGAN "
		   "GUARDIAS FESTIVAS"
	   END-IF.

       040-CARGA-CAMBIOS.
	   MOVE ZEROS TO NUM-CAMBIOS
	   OPEN INPUT ROLCAMB
	   IF ROLCAMB-STATUS = "00"
	       PERFORM UNTIL ROLCAMB-STATUS = "10"
		   READ ROLCAMB
		       AT END
			   MOVE "10" TO ROLCAMB-STATUS
		       NOT AT END
			   IF CMB-FECHA-X NUMERIC
			      AND CMB-FECHA(1:6) = MES-ROL
			      AND NUM-CAMBIOS < 200
			       ADD 1 TO NUM-CAMBIOS
			       MOVE CMB-FECHA TO TC-FECHA(NUM-CAMBIOS)
			       MOVE CMB-TURNO TO TC-TURNO(NUM-CAMBIOS)
			       MOVE CMB-IDD-ORIG
				   TO TC-IDD-ORIG(NUM-CAMBIOS)
			       MOVE CMB-IDD-SUST
				   TO TC-IDD-SUST(NUM-CAMBIOS)
			       MOVE ZEROS TO TC-APLICADO(NUM-CAMBIOS)
			   END-IF
		   END-READ
	       END-PERFORM
	       CLOSE ROLCAMB
	   END-IF.

       100-LECTURA.
	   READ ROLASIG
	       AT END
		   MOVE 1 TO SW
	       NOT AT END
		   ADD 1 TO REG-LEIDOS
	   END-READ.

       200-PROCESO.
	   IF ASG-FECHA(1:6) = MES-ROL
	       PERFORM 210-BUSCA-CAMBIO
	       PERFORM 220-TIPO-DIA
	       PERFORM 230-BUSCA-EMPLEADO
	       IF W-MOTIVO = SPACES
		   PERFORM 300-PAGA-GUARDIA
	       ELSE
		   PERFORM 350-RECHAZA
	       END-IF
	   END-IF
	   PERFORM 100-LECTURA.

       210-BUSCA-CAMBIO.
	   MOVE ASG-IDD TO W-IDD-PAGO
	   MOVE ZEROS TO IDX-CMB
	   PERFORM VARYING I-CMB FROM 1 BY 1
		   UNTIL I-CMB > NUM-CAMBIOS OR IDX-CMB > ZEROS
	       IF TC-FECHA(I-CMB) = ASG-FECHA
		       AND TC-TURNO(I-CMB) = ASG-TURNO
		       AND TC-IDD-ORIG(I-CMB) = ASG-IDD
		       AND TC-APLICADO(I-CMB) = ZEROS
		   MOVE I-CMB TO IDX-CMB
	       END-IF
	   END-PERFORM
	   IF IDX-CMB > ZEROS
	       MOVE 1 TO TC-APLICADO(IDX-CMB)
	       MOVE TC-IDD-SUST(IDX-CMB) TO W-IDD-PAGO
	   END-IF.

       220-TIPO-DIA.
	   MOVE ZEROS TO SW-FERIADO
	   PERFORM VARYING I-FER FROM 1 BY 1
		   UNTIL I-FER > NUM-FERIADOS
	       IF TF-FECHA(I-FER) = ASG-FECHA
		   MOVE 1 TO SW-FERIADO
	       END-IF
	   END-PERFORM
	   COMPUTE W-INT-DIA = FUNCTION INTEGER-OF-DATE(ASG-FECHA)
	   COMPUTE W-DIA-SEMANA = FUNCTION MOD(W-INT-DIA - 1, 7) + 1
	   IF SW-FERIADO = 1
	       MOVE "FESTIVO" TO W-TIPO-DIA
	       MOVE TARIFA-FESTIVO TO W-TARIFA
	   ELSE
	       IF W-DIA-SEMANA > 5
		   MOVE "FIN SEM" TO W-TIPO-DIA
		   MOVE TARIFA-FINSEM TO W-TARIFA
	       ELSE
		   MOVE "HABIL" TO W-TIPO-DIA
		   MOVE TARIFA-HABIL TO W-TARIFA
	       END-IF
	   END-IF.

       230-BUSCA-EMPLEADO.
	   MOVE SPACES TO W-MOTIVO
	   MOVE SPACES TO W-EMPLEADO-ID
	   MOVE SPACES TO W-NOMBRE
	   IF SW-XREF = 0
	       MOVE "SIN CRUCE DOCTOR-NOMINA" TO W-MOTIVO
	   ELSE
	       MOVE W-IDD-PAGO TO XRF-REC-IDD
	       READ DOCXREF
		   INVALID KEY
		       MOVE "SIN CRUCE DOCTOR-NOMINA" TO W-MOTIVO
		   NOT INVALID KEY
		       MOVE XRF-REC-EMPLEADO-ID TO W-EMPLEADO-ID
	       END-READ
	   END-IF
	   IF W-MOTIVO = SPACES AND SW-EMPMAST = 1
	       MOVE W-EMPLEADO-ID TO EMP-REC-ID
	       READ EMPMAST
		   INVALID KEY
		       MOVE "EMPLEADO NO EXISTE EN EMPMAST" TO W-MOTIVO
		   NOT INVALID KEY
		       MOVE EMP-REC-NOMBRE TO W-NOMBRE
		       IF EMP-REC-ESTATUS = "I"
			   MOVE "EMPLEADO INACTIVO" TO W-MOTIVO
		       END-IF
	       END-READ
	   END-IF.

       300-PAGA-GUARDIA.
	   MOVE ZEROS TO IDX-PAG
	   PERFORM VARYING I-PAG FROM 1 BY 1
		   UNTIL I-PAG > NUM-PAGOS OR IDX-PAG > ZEROS
	       IF TP-EMPLEADO-ID(I-PAG) = W-EMPLEADO-ID
		   MOVE I-PAG TO IDX-PAG
	       END-IF
	   END-PERFORM
	   IF IDX-PAG = ZEROS
	       IF NUM-PAGOS < 200
		   ADD 1 TO NUM-PAGOS
		   MOVE NUM-PAGOS TO IDX-PAG
		   MOVE W-EMPLEADO-ID TO TP-EMPLEADO-ID(IDX-PAG)
		   MOVE W-IDD-PAGO TO TP-IDD(IDX-PAG)
		   MOVE W-NOMBRE TO TP-NOMBRE(IDX-PAG)
		   MOVE ZEROS TO TP-HABIL(IDX-PAG)
		   MOVE ZEROS TO TP-FINSEM(IDX-PAG)
		   MOVE ZEROS TO TP-FESTIVO(IDX-PAG)
		   MOVE ZEROS TO TP-IMPORTE(IDX-PAG)
	       ELSE
		   MOVE 1 TO SW-TABLA-LLENA
	       END-IF
	   END-IF
	   IF IDX-PAG > ZEROS
	       EVALUATE W-TIPO-DIA
		   WHEN "FESTIVO"
		       ADD 1 TO TP-FESTIVO(IDX-PAG)
		   WHEN "FIN SEM"
		       ADD 1 TO TP-FINSEM(IDX-PAG)
		   WHEN OTHER
		       ADD 1 TO TP-HABIL(IDX-PAG)
	       END-EVALUATE
	       ADD W-TARIFA TO TP-IMPORTE(IDX-PAG)
	       ADD W-TARIFA TO TOTAL-GUARDIAS
	       ADD 1 TO GUARDIAS-PAGADAS
	       MOVE ASG-FECHA TO FECHA-G
	       MOVE ASG-TURNO TO TURNO-G
	       MOVE W-IDD-PAGO TO IDD-G
	       MOVE W-EMPLEADO-ID TO EMPLEADO-ID-G
	       MOVE W-NOMBRE TO NOMBRE-G
	       MOVE W-TIPO-DIA TO TIPO-G
	       MOVE W-TARIFA TO IMPORTE-G
	       MOVE SPACES TO CAMBIO-G
	       IF IDX-CMB > ZEROS
		   MOVE " C" TO CAMBIO-G
	       END-IF
	       WRITE LINEA FROM LINEA-GRD
	   END-IF.

       350-RECHAZA.
	   ADD 1 TO GUARDIAS-RECHAZADAS
	   IF NUM-EXC < 200
	       ADD 1 TO NUM-EXC
	       MOVE ASG-FECHA TO TX-FECHA(NUM-EXC)
	       MOVE ASG-TURNO TO TX-TURNO(NUM-EXC)
	       MOVE W-IDD-PAGO TO TX-IDD(NUM-EXC)
	       MOVE W-MOTIVO TO TX-MOTIVO(NUM-EXC)
	   END-IF.

       400-ACTUALIZA-MOVVAR.
	   OPEN OUTPUT MOVTMP
	   MOVE ZEROS TO SW-FIN
	   OPEN INPUT MOVVAR
	   IF MOVVAR-STATUS = "00"
	       PERFORM UNTIL SW-FIN = 1
		   READ MOVVAR
		       AT END
			   MOVE 1 TO SW-FIN
		       NOT AT END
			   PERFORM 410-COPIA-MOVIMIENTO
		   END-READ
	       END-PERFORM
	       CLOSE MOVVAR
	   END-IF
	   CLOSE MOVTMP
	   OPEN OUTPUT MOVVAR
	   OPEN INPUT MOVTMP
	   MOVE ZEROS TO SW-FIN
	   PERFORM UNTIL SW-FIN = 1
	       READ MOVTMP
		   AT END
		       MOVE 1 TO SW-FIN
		   NOT AT END
		       WRITE REG-MOVVAR FROM REG-MOVTMP
	       END-READ
	   END-PERFORM
	   CLOSE MOVTMP
	   PERFORM 420-ESCRIBE-EMPLEADO
	       VARYING I-PAG FROM 1 BY 1 UNTIL I-PAG > NUM-PAGOS
	   CLOSE MOVVAR.

       410-COPIA-MOVIMIENTO.
	   IF MOV-CONCEPTO = CON-GUARDIA
		   AND MOV-PERIODO-X NUMERIC
		   AND MOV-PERIODO = PERIODO-NOM
	       ADD 1 TO MOV-REEMPLAZADOS
	   ELSE
	       WRITE REG-MOVTMP FROM REG-MOVVAR
	   END-IF.

       420-ESCRIBE-EMPLEADO.
	   IF TP-IMPORTE(I-PAG) > ZEROS
	       MOVE TP-EMPLEADO-ID(I-PAG) TO MOV-EMPLEADO-ID
	       MOVE CON-GUARDIA TO MOV-CONCEPTO
	       MOVE PERIODO-NOM TO MOV-PERIODO
	       MOVE TP-IMPORTE(I-PAG) TO MOV-IMPORTE
	       WRITE REG-MOVVAR
	       ADD 1 TO MOV-ESCRITOS
	   END-IF.

       450-VERIFICA-CONCEPTO.
	   MOVE ZEROS TO SW-CONCEPTO
	   OPEN INPUT CONCAT
	   IF CONCAT-STATUS = "00"
	       PERFORM UNTIL CONCAT-STATUS = "10"
		   READ CONCAT
		       AT END
			   MOVE "10" TO CONCAT-STATUS
		       NOT AT END
			   IF CON-CODIGO = CON-GUARDIA
			       MOVE 1 TO SW-CONCEPTO
			   END-IF
		   END-READ
	       END-PERFORM
	       CLOSE CONCAT
	   END-IF
	   IF SW-CONCEPTO = 0
	       MOVE CON-GUARDIA TO CONCEPTO-SC
	       WRITE LINEA FROM LINEA-SIN-CONCEPTO
	   END-IF.

       500-EXCEPCIONES.
	   IF NUM-CAMBIOS > ZEROS
	       WRITE LINEA FROM LINEA-R3
	       WRITE LINEA FROM ENCABEZADO-CMB
	       PERFORM VARYING I-CMB FROM 1 BY 1
		       UNTIL I-CMB > NUM-CAMBIOS
		   MOVE TC-FECHA(I-CMB) TO FECHA-C
		   MOVE TC-TURNO(I-CMB) TO TURNO-C
		   MOVE TC-IDD-ORIG(I-CMB) TO IDD-ORIG-C
		   MOVE TC-IDD-SUST(I-CMB) TO IDD-SUST-C
		   IF TC-APLICADO(I-CMB) = 1
		       MOVE "APLICADO - PAGA AL SUSTITUTO" TO ESTADO-C
		   ELSE
		       MOVE "SIN GUARDIA EN EL ROL" TO ESTADO-C
		       ADD 1 TO GUARDIAS-RECHAZADAS
		   END-IF
		   WRITE LINEA FROM LINEA-CMB
	       END-PERFORM
	   END-IF
	   IF NUM-EXC > ZEROS
	       WRITE LINEA FROM LINEA-R3
	       WRITE LINEA FROM ENCABEZADO-EXC
	       PERFORM VARYING I-EXC FROM 1 BY 1
		       UNTIL I-EXC > NUM-EXC
		   MOVE TX-FECHA(I-EXC) TO FECHA-X
		   MOVE TX-TURNO(I-EXC) TO TURNO-X
		   MOVE TX-IDD(I-EXC) TO IDD-X
		   MOVE TX-MOTIVO(I-EXC) TO MOTIVO-X
		   WRITE LINEA FROM LINEA-EXC
	       END-PERFORM
	   END-IF.

       600-FINAL.
	   WRITE LINEA FROM LINEA-R3
	   WRITE LINEA FROM ENCABEZADO-EMP
	   PERFORM VARYING I-PAG FROM 1 BY 1
		   UNTIL I-PAG > NUM-PAGOS
	       MOVE TP-EMPLEADO-ID(I-PAG) TO EMPLEADO-ID-E
	       MOVE TP-NOMBRE(I-PAG) TO NOMBRE-E
	       MOVE TP-HABIL(I-PAG) TO HABIL-E
	       MOVE TP-FINSEM(I-PAG) TO FINSEM-E
	       MOVE TP-FESTIVO(I-PAG) TO FESTIVO-E
	       MOVE TP-IMPORTE(I-PAG) TO IMPORTE-E
	       WRITE LINEA FROM LINEA-EMP
	   END-PERFORM
	   MOVE TOTAL-GUARDIAS TO IMPORTE-GT
	   WRITE LINEA FROM LINEA-GRD-TOT
	   WRITE LINEA FROM LINEA-R3
	   MOVE MOV-ESCRITOS TO ESCRITOS-GC
	   MOVE MOV-REEMPLAZADOS TO REEMPLAZADOS-GC
	   MOVE GUARDIAS-RECHAZADAS TO RECHAZADOS-GC
	   WRITE LINEA FROM LINEA-GRD-CTL
	   IF SW-SIMULA = 1
	       WRITE LINEA FROM LINEA-SIMULA
	   END-IF
	   IF SW-TABLA-LLENA = 1
	       WRITE LINEA FROM LINEA-TABLA-LLENA
	       MOVE 8 TO RETURN-CODE
	   END-IF
	   IF NUM-PAGOS > ZEROS
	       PERFORM 450-VERIFICA-CONCEPTO
	   END-IF
	   IF NUM-PAGOS > ZEROS AND SW-CONCEPTO = 0
		   AND RETURN-CODE < 4
	       MOVE 4 TO RETURN-CODE
	   END-IF
	   IF GUARDIAS-RECHAZADAS > ZEROS
	       IF RETURN-CODE < 4
		   MOVE 4 TO RETURN-CODE
	       END-IF
	       MOVE MES-ROL TO W-ALR-LLAVE
	       MOVE GUARDIAS-RECHAZADAS TO EXC-ED
	       MOVE SPACES TO W-ALR-MENSAJE
	       STRING "GUARDIAS NO PAGADAS: " DELIMITED BY SIZE
		   EXC-ED DELIMITED BY SIZE
		   INTO W-ALR-MENSAJE
	       END-STRING
	       CALL "ALERTA" USING W-ALR-PROGRAMA W-ALR-SEVERIDAD
		   W-ALR-LLAVE W-ALR-MENSAJE
	   END-IF
	   PERFORM 700-ESCRIBE-RUNLOG
	   CLOSE GRDREP.

       700-ESCRIBE-RUNLOG.
	   MOVE "GRDPAGO" TO RUNLOG-PROGRAMA
	   ACCEPT RUNLOG-FECHA FROM DATE
	   ACCEPT RUNLOG-HORA FROM TIME
	   MOVE RETURN-CODE TO W-RC-GUARDA
	   CALL "SESUSR" USING RUNLOG-USUARIO
	   MOVE W-RC-GUARDA TO RETURN-CODE
	   MOVE REG-LEIDOS TO RUNLOG-LEIDOS
	   MOVE MOV-ESCRITOS TO RUNLOG-ESCRITOS
	   OPEN EXTEND RUNLOG
	   IF RUNLOG-STATUS = "35"
	       OPEN OUTPUT RUNLOG
	   END-IF
	   WRITE REG-RUNLOG
	   CLOSE RUNLOG.
