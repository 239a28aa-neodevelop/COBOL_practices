       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROTREP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT EMPMAST ASSIGN TO "EMPMAST"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS SEQUENTIAL
	       RECORD KEY IS EMP-REC-ID
	       FILE STATUS IS EMPMAST-STATUS.
	   SELECT DEPCAT ASSIGN TO "DEPCAT"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS DEP-REC-CODIGO
	       FILE STATUS IS DEPCAT-STATUS.
	   SELECT ROTREPR ASSIGN TO "ROTREPR".
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EMPMAST.
       COPY "EMPMAST.wks".
       FD DEPCAT.
       COPY "DEPCAT.wks".
       FD ROTREPR.
       01 LINEA PIC X(132).
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 EMPMAST-STATUS PIC XX.
       01 DEPCAT-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 SW PIC 9 VALUE ZEROS.
       01 PARM-PERIODO PIC X(6) VALUE SPACES.
       01 MES-RPT PIC 9(6) VALUE ZEROS.
       01 W-ANO PIC 9(4) VALUE ZEROS.
       01 W-MES PIC 99 VALUE ZEROS.
       01 W-CIA PIC X(3) VALUE SPACES.
       01 W-CIA-NOMBRE PIC X(30) VALUE SPACES.
       01 REG-LEIDOS PIC 9(07) VALUE ZEROS.
       01 W-FECHA-ALTA PIC 9(8) VALUE ZEROS.
       01 W-FECHA-BAJA PIC 9(8) VALUE ZEROS.
       01 W-MES-ALTA PIC 9(6) VALUE ZEROS.
       01 W-MES-BAJA PIC 9(6) VALUE ZEROS.
       01 W-DIAS-ANT PIC 9(6) VALUE ZEROS.
       01 W-MOTIVO PIC 9 VALUE ZEROS.
       01 W-DIRECCION PIC X(20) VALUE SPACES.
       01 W-NOMBRE-BUSCA PIC X(20) VALUE SPACES.
       01 W-TIPO-BUSCA PIC X VALUE SPACES.
       01 W-IDX PIC 99 VALUE ZEROS.
       01 IDX-DEP PIC 99 VALUE ZEROS.
       01 IDX-DIR PIC 99 VALUE ZEROS.
       01 IDX-TOT PIC 99 VALUE ZEROS.
       01 I-ROT PIC 99 VALUE ZEROS.
       01 I-MES PIC 99 VALUE ZEROS.
       01 I-MOT PIC 9 VALUE ZEROS.
       01 W-PROMEDIO PIC 9(5)V99 VALUE ZEROS.
       01 W-TASA PIC 9(3)V99 VALUE ZEROS.
       01 W-ANT-MESES PIC 9(3)V9 VALUE ZEROS.
       01 W-BARRA PIC 9(3) VALUE ZEROS.
       01 W-CIERRE PIC S9(5) VALUE ZEROS.
       01 NUM-DEPCAT PIC 99 VALUE ZEROS.
       01 I-CATDEP PIC 99 VALUE ZEROS.
       01 TABLA-CATDEP.
	   03 TCD-ENTRADA OCCURS 20 TIMES.
	       05 TCD-NOMBRE PIC X(15).
	       05 TCD-DIRECCION PIC X(20).
       01 NUM-ROT PIC 99 VALUE ZEROS.
       01 TABLA-ROT.
	   03 TRT-ENTRADA OCCURS 80 TIMES.
	       05 TRT-TIPO PIC X.
	       05 TRT-NOMBRE PIC X(20).
	       05 TRT-INICIAL PIC 9(5).
	       05 TRT-ALTAS PIC 9(5).
	       05 TRT-BAJA-MOT PIC 9(5) OCCURS 6 TIMES.
	       05 TRT-BAJAS PIC 9(5).
	       05 TRT-DIAS-ANT PIC 9(9).
	       05 TRT-BAJAS-12 PIC 9(5).
	       05 TRT-DIAS-12 PIC 9(9).
       01 TABLA-MESES.
	   03 TMS-ENTRADA OCCURS 12 TIMES.
	       05 TMS-MES PIC 9(6).
	       05 TMS-INICIAL PIC 9(5).
	       05 TMS-ALTAS PIC 9(5).
	       05 TMS-BAJAS PIC 9(5).
       01 LINEA-R3 PIC X(132) VALUE ALL "==".
       01 LINEA-R1 PIC X(132) VALUE ALL "-".
       01 ENCABEZADO-ROT.
	   03 FILLER PIC X(10) VALUE SPACES.
	   03 FILLER PIC X(34) VALUE "REPORTE DE ROTACION DE PERSONAL".
	   03 FILLER PIC X(05) VALUE "MES: ".
	   03 MES-ENC PIC 9(06).
	   03 FILLER PIC X(03) VALUE SPACES.
	   03 CIA-ENC PIC X(30).
       01 ENCABEZADO-SEC.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 SECCION-ENC PIC X(40).
       01 ENCABEZADO-ROT2.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 FILLER PIC X(21) VALUE "AREA".
	   03 FILLER PIC X(42) VALUE
	      "INICIO ALTAS  REN  TER  DES  ABA  DEF  OTR".
	   03 FILLER PIC X(36) VALUE
	      " BAJAS  CIERRE  ROT%  ANT.MES ANT12M".
       01 LINEA-ROT.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 NOMBRE-R PIC X(20).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 INICIAL-R PIC ZZZZ9.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 ALTAS-R PIC ZZZZ9.
	   03 MOTIVOS-R OCCURS 6 TIMES.
	       05 FILLER PIC X(01).
	       05 MOTIVO-R PIC ZZZ9.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 BAJAS-R PIC ZZZZ9.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 CIERRE-R PIC -ZZZZZ9.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 TASA-R PIC ZZ9.99.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 ANT-MES-R PIC ZZ9.9.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 ANT-12-R PIC ZZ9.9.
       01 ENCABEZADO-TEND.
	   03 FILLER PIC X(04) VALUE SPACES.
	   03 FILLER PIC X(46) VALUE
	      "MES     INICIO  ALTAS  BAJAS  CIERRE   ROT%".
       01 LINEA-TEND.
	   03 FILLER PIC X(04) VALUE SPACES.
	   03 MES-T PIC 9(06).
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 INICIAL-T PIC ZZZZ9.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 ALTAS-T PIC ZZZZ9.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 BAJAS-T PIC ZZZZ9.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 CIERRE-T PIC -ZZZZ9.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 TASA-T PIC ZZ9.99.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 GRAFICA-T PIC X(40).
       01 LINEA-NOTA.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 FILLER PIC X(70) VALUE
	      "ROT% = BAJAS X 100 / PROM(INICIO,CIERRE)  ANT = MESES".

       PROCEDURE DIVISION.
       000-INICIO.
	   MOVE ZEROS TO RETURN-CODE
	   CALL "SETCIA" USING W-CIA W-CIA-NOMBRE
	   ACCEPT PARM-PERIODO FROM COMMAND-LINE
	   IF PARM-PERIODO NOT NUMERIC
	       DISPLAY "ROTREP: INDIQUE EL MES AAAAMM"
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	   END-IF
	   MOVE PARM-PERIODO TO MES-RPT
	   PERFORM 020-CALCULA-MESES
	   PERFORM 030-CARGA-DEPCAT
	   OPEN INPUT EMPMAST
	   IF EMPMAST-STATUS NOT = "00"
	       DISPLAY "ROTREP: NO SE PUDO ABRIR EMPMAST "
		   EMPMAST-STATUS
	       MOVE 16 TO RETURN-CODE
	       GOBACK
	   END-IF
	   PERFORM 100-LECTURA
	   PERFORM 200-PROCESO UNTIL SW = 1
	   CLOSE EMPMAST
	   PERFORM 400-IMPRIME
	   PERFORM 600-ESCRIBE-RUNLOG
	   GOBACK.

       020-CALCULA-MESES.
	   MOVE MES-RPT(1:4) TO W-ANO
	   MOVE MES-RPT(5:2) TO W-MES
	   PERFORM VARYING I-MES FROM 12 BY -1 UNTIL I-MES < 1
	       COMPUTE TMS-MES(I-MES) = W-ANO * 100 + W-MES
	       MOVE ZEROS TO TMS-INICIAL(I-MES) TMS-ALTAS(I-MES)
	       MOVE ZEROS TO TMS-BAJAS(I-MES)
	       SUBTRACT 1 FROM W-MES
	       IF W-MES = ZEROS
		   MOVE 12 TO W-MES
		   SUBTRACT 1 FROM W-ANO
	       END-IF
	   END-PERFORM.

       030-CARGA-DEPCAT.
	   MOVE ZEROS TO NUM-DEPCAT
	   MOVE ZEROS TO NUM-ROT
	   OPEN INPUT DEPCAT
	   IF DEPCAT-STATUS = "00"
	       PERFORM UNTIL DEPCAT-STATUS = "10"
		       OR NUM-DEPCAT = 20
		   READ DEPCAT NEXT
		       AT END
			   MOVE "10" TO DEPCAT-STATUS
		       NOT AT END
			   ADD 1 TO NUM-DEPCAT
			   MOVE DEP-REC-NOMBRE
			       TO TCD-NOMBRE(NUM-DEPCAT)
			   MOVE DEP-REC-DIRECCION
			       TO TCD-DIRECCION(NUM-DEPCAT)
			   MOVE "D" TO W-TIPO-BUSCA
			   MOVE DEP-REC-NOMBRE TO W-NOMBRE-BUSCA
			   PERFORM 270-BUSCA-ENTRADA
		   END-READ
	       END-PERFORM
	       CLOSE DEPCAT
	   END-IF.

       100-LECTURA.
	   READ EMPMAST NEXT
	       AT END
		   MOVE 1 TO SW
	       NOT AT END
		   ADD 1 TO REG-LEIDOS
	   END-READ.

       200-PROCESO.
	   COMPUTE W-FECHA-ALTA = 20000000 + EMP-REC-FECHA-ALTA
	   MOVE W-FECHA-ALTA(1:6) TO W-MES-ALTA
	   MOVE ZEROS TO W-FECHA-BAJA W-MES-BAJA
	   IF EMP-REC-FECHA-BAJA > ZEROS
	       COMPUTE W-FECHA-BAJA = 20000000 + EMP-REC-FECHA-BAJA
	       MOVE W-FECHA-BAJA(1:6) TO W-MES-BAJA
	   END-IF
	   PERFORM 210-TENDENCIA
	   PERFORM 220-LOCALIZA-AREAS
	   PERFORM 230-ACUMULA-MES
	   PERFORM 100-LECTURA.

       210-TENDENCIA.
	   PERFORM VARYING I-MES FROM 1 BY 1 UNTIL I-MES > 12
	       IF W-MES-ALTA < TMS-MES(I-MES)
		       AND (W-MES-BAJA = ZEROS
			    OR W-MES-BAJA NOT < TMS-MES(I-MES))
		   ADD 1 TO TMS-INICIAL(I-MES)
	       END-IF
	       IF W-MES-ALTA = TMS-MES(I-MES)
		   ADD 1 TO TMS-ALTAS(I-MES)
	       END-IF
	       IF W-MES-BAJA = TMS-MES(I-MES)
		   ADD 1 TO TMS-BAJAS(I-MES)
	       END-IF
	   END-PERFORM.

       220-LOCALIZA-AREAS.
	   MOVE "D" TO W-TIPO-BUSCA
	   IF EMP-REC-DEPTO = SPACES
	       MOVE "SIN DEPARTAMENTO" TO W-NOMBRE-BUSCA
	   ELSE
	       MOVE EMP-REC-DEPTO TO W-NOMBRE-BUSCA
	   END-IF
	   PERFORM 270-BUSCA-ENTRADA
	   MOVE W-IDX TO IDX-DEP
	   MOVE "SIN DIRECCION" TO W-DIRECCION
	   PERFORM VARYING I-CATDEP FROM 1 BY 1
		   UNTIL I-CATDEP > NUM-DEPCAT
	       IF TCD-NOMBRE(I-CATDEP) = EMP-REC-DEPTO
		       AND TCD-DIRECCION(I-CATDEP) NOT = SPACES
		   MOVE TCD-DIRECCION(I-CATDEP) TO W-DIRECCION
	       END-IF
	   END-PERFORM
	   MOVE "R" TO W-TIPO-BUSCA
	   MOVE W-DIRECCION TO W-NOMBRE-BUSCA
	   PERFORM 270-BUSCA-ENTRADA
	   MOVE W-IDX TO IDX-DIR
	   MOVE "T" TO W-TIPO-BUSCA
	   MOVE "TOTAL COMPANIA" TO W-NOMBRE-BUSCA
	   PERFORM 270-BUSCA-ENTRADA
	   MOVE W-IDX TO IDX-TOT.

       230-ACUMULA-MES.
	   MOVE ZEROS TO W-MOTIVO
	   IF W-MES-BAJA > ZEROS
	       COMPUTE W-DIAS-ANT =
		   FUNCTION INTEGER-OF-DATE(W-FECHA-BAJA)
		   - FUNCTION INTEGER-OF-DATE(W-FECHA-ALTA)
	       EVALUATE TRUE
		   WHEN EMP-REC-MOTIVO-BAJA(1:3) = "REN"
		       MOVE 1 TO W-MOTIVO
		   WHEN EMP-REC-MOTIVO-BAJA(1:3) = "TER"
		       MOVE 2 TO W-MOTIVO
		   WHEN EMP-REC-MOTIVO-BAJA(1:3) = "RES"
		   WHEN EMP-REC-MOTIVO-BAJA(1:3) = "DES"
		       MOVE 3 TO W-MOTIVO
		   WHEN EMP-REC-MOTIVO-BAJA(1:3) = "ABA"
		       MOVE 4 TO W-MOTIVO
		   WHEN EMP-REC-MOTIVO-BAJA(1:3) = "DEF"
		       MOVE 5 TO W-MOTIVO
		   WHEN OTHER
		       MOVE 6 TO W-MOTIVO
	       END-EVALUATE
	   END-IF
	   MOVE IDX-DEP TO W-IDX
	   PERFORM 260-SUMA-ENTRADA
	   MOVE IDX-DIR TO W-IDX
	   PERFORM 260-SUMA-ENTRADA
	   MOVE IDX-TOT TO W-IDX
	   PERFORM 260-SUMA-ENTRADA.

       260-SUMA-ENTRADA.
	   IF W-IDX > ZEROS
	       IF W-MES-ALTA < TMS-MES(12)
		       AND (W-MES-BAJA = ZEROS
			    OR W-MES-BAJA NOT < TMS-MES(12))
		   ADD 1 TO TRT-INICIAL(W-IDX)
	       END-IF
	       IF W-MES-ALTA = TMS-MES(12)
		   ADD 1 TO TRT-ALTAS(W-IDX)
	       END-IF
	       IF W-MES-BAJA = TMS-MES(12)
		   ADD 1 TO TRT-BAJAS(W-IDX)
		   ADD 1 TO TRT-BAJA-MOT(W-IDX W-MOTIVO)
		   ADD W-DIAS-ANT TO TRT-DIAS-ANT(W-IDX)
	       END-IF
	       IF W-MES-BAJA NOT < TMS-MES(1)
		       AND W-MES-BAJA NOT > TMS-MES(12)
		   ADD 1 TO TRT-BAJAS-12(W-IDX)
		   ADD W-DIAS-ANT TO TRT-DIAS-12(W-IDX)
	       END-IF
	   END-IF.

       270-BUSCA-ENTRADA.
	   MOVE ZEROS TO W-IDX
	   PERFORM VARYING I-ROT FROM 1 BY 1 UNTIL I-ROT > NUM-ROT
	       IF TRT-TIPO(I-ROT) = W-TIPO-BUSCA
		       AND TRT-NOMBRE(I-ROT) = W-NOMBRE-BUSCA
		   MOVE I-ROT TO W-IDX
	       END-IF
	   END-PERFORM
	   IF W-IDX = ZEROS AND NUM-ROT < 80
	       ADD 1 TO NUM-ROT
	       MOVE NUM-ROT TO W-IDX
	       INITIALIZE TRT-ENTRADA(W-IDX)
	       MOVE W-TIPO-BUSCA TO TRT-TIPO(W-IDX)
	       MOVE W-NOMBRE-BUSCA TO TRT-NOMBRE(W-IDX)
	   END-IF.

       400-IMPRIME.
	   OPEN OUTPUT ROTREPR
	   MOVE MES-RPT TO MES-ENC
	   MOVE W-CIA-NOMBRE TO CIA-ENC
	   WRITE LINEA FROM ENCABEZADO-ROT
	   WRITE LINEA FROM LINEA-R3
	   MOVE "POR DEPARTAMENTO" TO SECCION-ENC
	   MOVE "D" TO W-TIPO-BUSCA
	   PERFORM 410-IMPRIME-SECCION
	   MOVE "POR DIRECCION" TO SECCION-ENC
	   MOVE "R" TO W-TIPO-BUSCA
	   PERFORM 410-IMPRIME-SECCION
	   MOVE "TOTAL" TO SECCION-ENC
	   MOVE "T" TO W-TIPO-BUSCA
	   PERFORM 410-IMPRIME-SECCION
	   WRITE LINEA FROM LINEA-NOTA
	   MOVE "TENDENCIA ULTIMOS 12 MESES" TO SECCION-ENC
	   WRITE LINEA FROM ENCABEZADO-SEC AFTER ADVANCING 2 LINES
	   WRITE LINEA FROM ENCABEZADO-TEND
	   WRITE LINEA FROM LINEA-R1
	   PERFORM VARYING I-MES FROM 1 BY 1 UNTIL I-MES > 12
	       PERFORM 430-IMPRIME-MES
	   END-PERFORM
	   WRITE LINEA FROM LINEA-R3
	   CLOSE ROTREPR.

       410-IMPRIME-SECCION.
	   WRITE LINEA FROM ENCABEZADO-SEC AFTER ADVANCING 2 LINES
	   WRITE LINEA FROM ENCABEZADO-ROT2
	   WRITE LINEA FROM LINEA-R1
	   PERFORM VARYING I-ROT FROM 1 BY 1 UNTIL I-ROT > NUM-ROT
	       IF TRT-TIPO(I-ROT) = W-TIPO-BUSCA
		       AND (TRT-INICIAL(I-ROT) > ZEROS
			    OR TRT-ALTAS(I-ROT) > ZEROS
			    OR TRT-BAJAS-12(I-ROT) > ZEROS)
		   PERFORM 420-IMPRIME-LINEA
	       END-IF
	   END-PERFORM.

       420-IMPRIME-LINEA.
	   MOVE TRT-NOMBRE(I-ROT) TO NOMBRE-R
	   MOVE TRT-INICIAL(I-ROT) TO INICIAL-R
	   MOVE TRT-ALTAS(I-ROT) TO ALTAS-R
	   PERFORM VARYING I-MOT FROM 1 BY 1 UNTIL I-MOT > 6
	       MOVE TRT-BAJA-MOT(I-ROT I-MOT) TO MOTIVO-R(I-MOT)
	   END-PERFORM
	   MOVE TRT-BAJAS(I-ROT) TO BAJAS-R
	   COMPUTE W-CIERRE = TRT-INICIAL(I-ROT) + TRT-ALTAS(I-ROT)
	       - TRT-BAJAS(I-ROT)
	   MOVE W-CIERRE TO CIERRE-R
	   MOVE ZEROS TO W-TASA
	   COMPUTE W-PROMEDIO = (TRT-INICIAL(I-ROT) + W-CIERRE) / 2
	   IF W-PROMEDIO > ZEROS
	       COMPUTE W-TASA ROUNDED =
		   TRT-BAJAS(I-ROT) * 100 / W-PROMEDIO
	   END-IF
	   MOVE W-TASA TO TASA-R
	   MOVE ZEROS TO W-ANT-MESES
	   IF TRT-BAJAS(I-ROT) > ZEROS
	       COMPUTE W-ANT-MESES ROUNDED =
		   TRT-DIAS-ANT(I-ROT) / TRT-BAJAS(I-ROT) / 30.4
	   END-IF
	   MOVE W-ANT-MESES TO ANT-MES-R
	   MOVE ZEROS TO W-ANT-MESES
	   IF TRT-BAJAS-12(I-ROT) > ZEROS
	       COMPUTE W-ANT-MESES ROUNDED =
		   TRT-DIAS-12(I-ROT) / TRT-BAJAS-12(I-ROT) / 30.4
	   END-IF
	   MOVE W-ANT-MESES TO ANT-12-R
	   WRITE LINEA FROM LINEA-ROT.

       430-IMPRIME-MES.
	   MOVE TMS-MES(I-MES) TO MES-T
	   MOVE TMS-INICIAL(I-MES) TO INICIAL-T
	   MOVE TMS-ALTAS(I-MES) TO ALTAS-T
	   MOVE TMS-BAJAS(I-MES) TO BAJAS-T
	   COMPUTE W-CIERRE = TMS-INICIAL(I-MES) + TMS-ALTAS(I-MES)
	       - TMS-BAJAS(I-MES)
	   MOVE W-CIERRE TO CIERRE-T
	   MOVE ZEROS TO W-TASA
	   COMPUTE W-PROMEDIO = (TMS-INICIAL(I-MES) + W-CIERRE) / 2
	   IF W-PROMEDIO > ZEROS
	       COMPUTE W-TASA ROUNDED =
		   TMS-BAJAS(I-MES) * 100 / W-PROMEDIO
	   END-IF
	   MOVE W-TASA TO TASA-T
	   MOVE SPACES TO GRAFICA-T
	   MOVE W-TASA TO W-BARRA
	   IF W-BARRA > 40
	       MOVE 40 TO W-BARRA
	   END-IF
	   IF W-BARRA > ZEROS
	       MOVE ALL "*" TO GRAFICA-T(1:W-BARRA)
	   END-IF
	   WRITE LINEA FROM LINEA-TEND.

       600-ESCRIBE-RUNLOG.
	   MOVE "ROTREP" TO RUNLOG-PROGRAMA
	   ACCEPT RUNLOG-FECHA FROM DATE
	   ACCEPT RUNLOG-HORA FROM TIME
	   MOVE RETURN-CODE TO W-RC-GUARDA
	   CALL "SESUSR" USING RUNLOG-USUARIO
	   MOVE W-RC-GUARDA TO RETURN-CODE
	   MOVE REG-LEIDOS TO RUNLOG-LEIDOS
	   MOVE NUM-ROT TO RUNLOG-ESCRITOS
	   OPEN EXTEND RUNLOG
	   IF RUNLOG-STATUS = "35"
	       OPEN OUTPUT RUNLOG
	   END-IF
	   WRITE REG-RUNLOG
	   CLOSE RUNLOG.
