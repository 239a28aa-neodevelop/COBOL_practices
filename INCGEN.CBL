       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCGEN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT INCPARM ASSIGN TO "INCPARM"
	       ORGANIZATION IS LINE SEQUENTIAL
	       FILE STATUS IS INCPARM-STATUS.
	   SELECT EMPMAST ASSIGN TO "EMPMAST"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS SEQUENTIAL
	       RECORD KEY IS EMP-REC-ID
	       FILE STATUS IS EMPMAST-STATUS.
	   SELECT PUESTOS ASSIGN TO "PUESTOS"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS PUE-REC-CODIGO
	       FILE STATUS IS PUESTOS-STATUS.
	   SELECT SALMAST ASSIGN TO "SALMAST"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS SAL-REC-LLAVE
	       FILE STATUS IS SALMAST-STATUS.
	   SELECT HISTNOM ASSIGN TO "HISTNOM"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS HIS-LLAVE
	       FILE STATUS IS HISTNOM-STATUS.
	   SELECT RETROAJ ASSIGN TO "RETROAJ"
	       FILE STATUS IS RETROAJ-STATUS.
	   SELECT INCREP ASSIGN TO "INCREP".
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD INCPARM.
       01 REG-INCPARM.
	   03 INP-TIPO PIC X.
	   03 INP-CODIGO PIC X(15).
	   03 INP-FORMA PIC X.
	   03 INP-VALOR PIC 9(5)V99.
	   03 INP-VALOR-X REDEFINES INP-VALOR PIC X(7).
	   03 INP-FECHA-VIG PIC 9(8).
	   03 INP-FECHA-VIG-X REDEFINES INP-FECHA-VIG PIC X(8).
	   03 INP-TABULADOR PIC X.
       FD EMPMAST.
       COPY "EMPMAST.wks".
       FD PUESTOS.
       COPY "PUESTOS.wks".
       FD SALMAST.
       COPY "SALMAST.wks".
       FD HISTNOM.
       COPY "HISTNOM.wks".
       FD RETROAJ.
       01 REG-RETROAJ.
	   03 RTA-EMPLEADO-ID PIC X(8).
	   03 RTA-PERIODO PIC 9(8).
	   03 RTA-SUELDO-NVO PIC 9(5)V99.
       FD INCREP.
       01 LINEA PIC X(80).
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 INCPARM-STATUS PIC XX.
       01 EMPMAST-STATUS PIC XX.
       01 PUESTOS-STATUS PIC XX.
       01 SALMAST-STATUS PIC XX.
       01 HISTNOM-STATUS PIC XX.
       01 RETROAJ-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 SW PIC 9 VALUE ZEROS.
       01 SW-FIN PIC 9 VALUE ZEROS.
       01 SW-APLICA PIC 9 VALUE ZEROS.
       01 SW-HISTNOM PIC 9 VALUE ZEROS.
       01 SW-RETROAJ PIC 9 VALUE ZEROS.
       01 SW-SUELDO PIC 9 VALUE ZEROS.
       01 SW-POSTERIOR PIC 9 VALUE ZEROS.
       01 SW-MISMA PIC 9 VALUE ZEROS.
       01 W-CIA PIC X(3) VALUE SPACES.
       01 W-CIA-NOMBRE PIC X(30) VALUE SPACES.
       01 PARM-MODO PIC X(10) VALUE SPACES.
       01 W-FECHA-HOY PIC 9(8) VALUE ZEROS.
       01 W-USUARIO PIC X(8) VALUE SPACES.
       01 W-MOTIVO PIC X(36) VALUE SPACES.
       01 W-FECHA-VIG PIC 9(8) VALUE ZEROS.
       01 W-FECHA-VIG-R REDEFINES W-FECHA-VIG.
	   03 W-VIG-ANOMES PIC 9(6).
	   03 W-VIG-DIA PIC 99.
       01 W-VIG-MES PIC 99 VALUE ZEROS.
       01 W-PERIODO PIC 9(8) VALUE ZEROS.
       01 W-PERIODO-R REDEFINES W-PERIODO.
	   03 W-PER-ANOMES PIC 9(6).
	   03 W-PER-QNA PIC 99.
       01 W-PER-DIA-INI PIC 99 VALUE ZEROS.
       01 W-PER-DIA-FIN PIC 99 VALUE ZEROS.
       01 W-DIAS-BASE PIC 99 VALUE ZEROS.
       01 W-DIAS-RETRO PIC 99 VALUE ZEROS.
       01 W-BASE PIC S9(7)V99 VALUE ZEROS.
       01 W-SUELDO-ANT PIC 9(5)V99 VALUE ZEROS.
       01 W-SUELDO-NVO PIC 9(7)V99 VALUE ZEROS.
       01 W-INCREMENTO PIC 9(7)V99 VALUE ZEROS.
       01 W-CALC-BASE PIC 9(7)V99 VALUE ZEROS.
       01 W-CALC-NVO PIC 9(7)V99 VALUE ZEROS.
       01 W-RETRO-NVO PIC 9(7)V99 VALUE ZEROS.
       01 W-MIN PIC 9(7)V99 VALUE ZEROS.
       01 W-MAX PIC 9(7)V99 VALUE ZEROS.
       01 W-GRADO PIC 99 VALUE ZEROS.
       01 W-RETROS PIC 9(3) VALUE ZEROS.
       01 I-REG PIC 99 VALUE ZEROS.
       01 IDX-REG PIC 99 VALUE ZEROS.
       01 NUM-REGLAS PIC 99 VALUE ZEROS.
       01 TABLA-REGLAS.
	   03 TRG-ENTRADA OCCURS 50 TIMES.
	       05 TRG-TIPO PIC X.
	       05 TRG-CODIGO PIC X(15).
	       05 TRG-FORMA PIC X.
	       05 TRG-VALOR PIC 9(5)V99.
	       05 TRG-FECHA-VIG PIC 9(8).
	       05 TRG-TABULADOR PIC X.
       01 I-PUE PIC 9(3) VALUE ZEROS.
       01 IDX-PUE PIC 9(3) VALUE ZEROS.
       01 NUM-PUESTOS PIC 9(3) VALUE ZEROS.
       01 TABLA-PUESTOS.
	   03 TPU-ENTRADA OCCURS 300 TIMES.
	       05 TPU-CODIGO PIC X(6).
	       05 TPU-DESC PIC X(30).
	       05 TPU-GRADO PIC 99.
	       05 TPU-MIN-ANT PIC 9(5)V99.
	       05 TPU-MAX-ANT PIC 9(5)V99.
	       05 TPU-MIN-NVO PIC 9(5)V99.
	       05 TPU-MAX-NVO PIC 9(5)V99.
	       05 TPU-ACTUALIZA PIC X.
       01 REG-LEIDOS PIC 9(05) VALUE ZEROS.
       01 REG-REGLAS-ERR PIC 9(05) VALUE ZEROS.
       01 REG-INCREMENTOS PIC 9(05) VALUE ZEROS.
       01 REG-FUERA-TAB PIC 9(05) VALUE ZEROS.
       01 REG-RECHAZADOS PIC 9(05) VALUE ZEROS.
       01 REG-RETRO PIC 9(05) VALUE ZEROS.
       01 REG-PUESTOS-ACT PIC 9(05) VALUE ZEROS.
       01 SAL-ESCRITOS PIC 9(05) VALUE ZEROS.
       01 TOTAL-ANTERIOR PIC 9(09)V99 VALUE ZEROS.
       01 TOTAL-NUEVO PIC 9(09)V99 VALUE ZEROS.
       01 TOTAL-INCREMENTO PIC 9(09)V99 VALUE ZEROS.
       01 W-ALR-PROGRAMA PIC X(10) VALUE "INCGEN".
       01 W-ALR-SEVERIDAD PIC X VALUE "A".
       01 W-ALR-LLAVE PIC X(18) VALUE SPACES.
       01 W-ALR-MENSAJE PIC X(40) VALUE SPACES.
       01 CUENTA-ED PIC ZZZZ9.
       01 LINEA-R3 PIC X(80) VALUE ALL "==".
       01 ENCABEZADO-INC.
	   03 FILLER PIC X(10) VALUE SPACES.
	   03 FILLER PIC X(32) VALUE
	      "INCREMENTO GENERAL DE SUELDOS - ".
	   03 MODO-E PIC X(10).
	   03 FILLER PIC X(08) VALUE "  FECHA:".
	   03 FECHA-E PIC 9(08).
       01 ENCABEZADO-INC2.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 FILLER PIC X(09) VALUE "EMPL-ID".
	   03 FILLER PIC X(21) VALUE "NOMBRE".
	   03 FILLER PIC X(07) VALUE "PUESTO".
	   03 FILLER PIC X(03) VALUE "GR".
	   03 FILLER PIC X(10) VALUE "  SDO.ANT".
	   03 FILLER PIC X(10) VALUE "  SDO.NVO".
	   03 FILLER PIC X(09) VALUE " INCREM.".
	   03 FILLER PIC X(09) VALUE "MARCA".
       01 LINEA-INC.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 EMPLEADO-ID-I PIC X(08).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 NOMBRE-I PIC X(20).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 PUESTO-I PIC X(06).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 GRADO-I PIC Z9.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 SDO-ANT-I PIC ZZ,ZZ9.99.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 SDO-NVO-I PIC ZZ,ZZ9.99.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 INCREMENTO-I PIC ZZZZ9.99.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 MARCA-I PIC X(09).
       01 LINEA-RECHAZO.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 EMPLEADO-ID-X PIC X(08).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 FILLER PIC X(11) VALUE "RECHAZADO: ".
	   03 MOTIVO-X PIC X(36).
       01 LINEA-REGLA-ERR.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 FILLER PIC X(17) VALUE "REGLA INVALIDA: ".
	   03 REGLA-X PIC X(41).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 MOTIVO-R PIC X(19).
       01 ENCABEZADO-TAB.
	   03 FILLER PIC X(10) VALUE SPACES.
	   03 FILLER PIC X(40) VALUE
	      "TABULADOR DE PUESTOS ACTUALIZADO".
       01 ENCABEZADO-TAB2.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 FILLER PIC X(07) VALUE "PUESTO".
	   03 FILLER PIC X(24) VALUE "DESCRIPCION".
	   03 FILLER PIC X(03) VALUE "GR".
	   03 FILLER PIC X(11) VALUE "   MIN.ANT".
	   03 FILLER PIC X(11) VALUE "   MAX.ANT".
	   03 FILLER PIC X(11) VALUE "   MIN.NVO".
	   03 FILLER PIC X(11) VALUE "   MAX.NVO".
       01 LINEA-TAB.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 PUESTO-T PIC X(06).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 DESC-T PIC X(23).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 GRADO-T PIC Z9.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 MIN-ANT-T PIC ZZ,ZZ9.99.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 MAX-ANT-T PIC ZZ,ZZ9.99.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 MIN-NVO-T PIC ZZ,ZZ9.99.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 MAX-NVO-T PIC ZZ,ZZ9.99.
       01 LINEA-CTL-INC.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 CTL-TEXTO PIC X(40).
	   03 CTL-CUENTA PIC ZZ,ZZ9.
       01 LINEA-CTL-IMP.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 CTL-TEXTO-I PIC X(40).
	   03 CTL-IMPORTE PIC Z(8)9.99.

       PROCEDURE DIVISION.
       000-INICIO.
	   MOVE ZEROS TO RETURN-CODE
	   CALL "SETCIA" USING W-CIA W-CIA-NOMBRE
	   ACCEPT W-FECHA-HOY FROM DATE
	   ADD 20000000 TO W-FECHA-HOY
	   CALL "SESUSR" USING W-USUARIO
	   MOVE SPACES TO PARM-MODO
	   ACCEPT PARM-MODO FROM COMMAND-LINE
	   MOVE ZEROS TO SW-APLICA
	   IF PARM-MODO(1:6) = "APLICA"
	       MOVE 1 TO SW-APLICA
	       MOVE "APLICACION" TO MODO-E
	   ELSE
	       MOVE "SIMULACION" TO MODO-E
	   END-IF
	   OPEN INPUT INCPARM
	   IF INCPARM-STATUS NOT = "00"
	       DISPLAY "INCGEN: NO HAY ARCHIVO DE PARAMETROS INCPARM"
	       MOVE 8 TO RETURN-CODE
	       PERFORM 600-ESCRIBE-RUNLOG
	       GOBACK
	   END-IF
	   OPEN INPUT EMPMAST
	   IF SW-APLICA = 1
	       OPEN I-O PUESTOS
	       OPEN I-O SALMAST
	   ELSE
	       OPEN INPUT PUESTOS
	       OPEN INPUT SALMAST
	   END-IF
	   IF EMPMAST-STATUS NOT = "00" OR PUESTOS-STATUS NOT = "00"
		   OR SALMAST-STATUS NOT = "00"
	       DISPLAY "INCGEN: NO SE PUDO ABRIR EMPMAST, PUESTOS O "
		   "SALMAST"
	       CLOSE INCPARM
	       MOVE 8 TO RETURN-CODE
	       PERFORM 600-ESCRIBE-RUNLOG
	       GOBACK
	   END-IF
	   MOVE ZEROS TO SW-HISTNOM
	   OPEN INPUT HISTNOM
	   IF HISTNOM-STATUS = "00"
	       MOVE 1 TO SW-HISTNOM
	   END-IF
	   OPEN OUTPUT INCREP
	   MOVE W-FECHA-HOY TO FECHA-E
	   WRITE LINEA FROM ENCABEZADO-INC
	   WRITE LINEA FROM LINEA-R3
	   PERFORM 050-CARGA-REGLAS
	   IF REG-REGLAS-ERR > ZEROS AND SW-APLICA = 1
	       DISPLAY "INCGEN: HAY REGLAS INVALIDAS, NO SE APLICA"
	       MOVE 8 TO RETURN-CODE
	       PERFORM 590-CIERRA-ARCHIVOS
	       PERFORM 600-ESCRIBE-RUNLOG
	       GOBACK
	   END-IF
	   IF NUM-REGLAS = ZEROS
	       DISPLAY "INCGEN: NO HAY REGLAS DE INCREMENTO"
	       MOVE 8 TO RETURN-CODE
	       PERFORM 590-CIERRA-ARCHIVOS
	       PERFORM 600-ESCRIBE-RUNLOG
	       GOBACK
	   END-IF
	   PERFORM 070-CARGA-PUESTOS
	   WRITE LINEA FROM ENCABEZADO-INC2
	   WRITE LINEA FROM LINEA-R3
	   MOVE ZEROS TO SW
	   PERFORM 100-LECTURA
	   PERFORM 200-PROCESO UNTIL SW = 1
	   PERFORM 400-TABULADOR
	   PERFORM 500-FINAL
	   GOBACK.

       050-CARGA-REGLAS.
	   MOVE ZEROS TO NUM-REGLAS
	   MOVE ZEROS TO SW-FIN
	   PERFORM UNTIL SW-FIN = 1
	       READ INCPARM
		   AT END
		       MOVE 1 TO SW-FIN
		   NOT AT END
		       PERFORM 055-VALIDA-REGLA
	       END-READ
	   END-PERFORM
	   CLOSE INCPARM.

       055-VALIDA-REGLA.
	   MOVE SPACES TO W-MOTIVO
	   INSPECT INP-TIPO CONVERTING "tdpg" TO "TDPG"
	   INSPECT INP-FORMA CONVERTING "pm" TO "PM"
	   INSPECT INP-TABULADOR CONVERTING "s" TO "S"
	   IF INP-TIPO NOT = "T" AND INP-TIPO NOT = "D"
		   AND INP-TIPO NOT = "P" AND INP-TIPO NOT = "G"
	       MOVE "TIPO NO ES T/D/P/G" TO W-MOTIVO
	   END-IF
	   IF INP-TIPO = "G" AND INP-CODIGO(1:2) NOT NUMERIC
	       MOVE "GRADO NO NUMERICO" TO W-MOTIVO
	   END-IF
	   IF INP-TIPO NOT = "T" AND INP-CODIGO = SPACES
	       MOVE "FALTA EL CODIGO" TO W-MOTIVO
	   END-IF
	   IF INP-FORMA NOT = "P" AND INP-FORMA NOT = "M"
	       MOVE "FORMA NO ES P/M" TO W-MOTIVO
	   END-IF
	   IF INP-VALOR-X NOT NUMERIC
	       MOVE "VALOR NO NUMERICO" TO W-MOTIVO
	   ELSE
	       IF INP-VALOR = ZEROS
		   MOVE "VALOR EN CEROS" TO W-MOTIVO
	       END-IF
	   END-IF
	   IF INP-FECHA-VIG-X NOT NUMERIC
	       MOVE "FECHA INVALIDA" TO W-MOTIVO
	   ELSE
	       MOVE INP-FECHA-VIG TO W-FECHA-VIG
	       MOVE W-FECHA-VIG(5:2) TO W-VIG-MES
	       IF W-FECHA-VIG < 20000101 OR W-VIG-MES < 1
		       OR W-VIG-MES > 12 OR W-VIG-DIA < 1
		       OR W-VIG-DIA > 31
		   MOVE "FECHA INVALIDA" TO W-MOTIVO
	       END-IF
	   END-IF
	   IF W-MOTIVO = SPACES AND NUM-REGLAS = 50
	       MOVE "EXCEDE 50 REGLAS" TO W-MOTIVO
	   END-IF
	   IF W-MOTIVO NOT = SPACES
	       ADD 1 TO REG-REGLAS-ERR
	       MOVE REG-INCPARM TO REGLA-X
	       MOVE W-MOTIVO TO MOTIVO-R
	       WRITE LINEA FROM LINEA-REGLA-ERR
	   ELSE
	       ADD 1 TO NUM-REGLAS
	       MOVE INP-TIPO TO TRG-TIPO(NUM-REGLAS)
	       MOVE INP-CODIGO TO TRG-CODIGO(NUM-REGLAS)
	       MOVE INP-FORMA TO TRG-FORMA(NUM-REGLAS)
	       MOVE INP-VALOR TO TRG-VALOR(NUM-REGLAS)
	       MOVE INP-FECHA-VIG TO TRG-FECHA-VIG(NUM-REGLAS)
	       MOVE INP-TABULADOR TO TRG-TABULADOR(NUM-REGLAS)
	   END-IF.

       070-CARGA-PUESTOS.
	   MOVE ZEROS TO NUM-PUESTOS
	   MOVE ZEROS TO SW-FIN
	   MOVE LOW-VALUES TO PUE-REC-CODIGO
	   START PUESTOS KEY IS NOT LESS THAN PUE-REC-CODIGO
	       INVALID KEY
		   MOVE 1 TO SW-FIN
	   END-START
	   PERFORM UNTIL SW-FIN = 1
	       READ PUESTOS NEXT
		   AT END
		       MOVE 1 TO SW-FIN
		   NOT AT END
		       IF NUM-PUESTOS < 300
			   PERFORM 075-GUARDA-PUESTO
		       END-IF
	       END-READ
	   END-PERFORM.

       075-GUARDA-PUESTO.
	   ADD 1 TO NUM-PUESTOS
	   MOVE PUE-REC-CODIGO TO TPU-CODIGO(NUM-PUESTOS)
	   MOVE PUE-REC-DESC TO TPU-DESC(NUM-PUESTOS)
	   MOVE PUE-REC-GRADO TO TPU-GRADO(NUM-PUESTOS)
	   MOVE PUE-REC-SUELDO-MIN TO TPU-MIN-ANT(NUM-PUESTOS)
	   MOVE PUE-REC-SUELDO-MAX TO TPU-MAX-ANT(NUM-PUESTOS)
	   MOVE PUE-REC-SUELDO-MIN TO TPU-MIN-NVO(NUM-PUESTOS)
	   MOVE PUE-REC-SUELDO-MAX TO TPU-MAX-NVO(NUM-PUESTOS)
	   MOVE "N" TO TPU-ACTUALIZA(NUM-PUESTOS)
	   MOVE ZEROS TO IDX-REG
	   PERFORM VARYING I-REG FROM 1 BY 1 UNTIL I-REG > NUM-REGLAS
	       IF TRG-TIPO(I-REG) = "T" AND IDX-REG = ZEROS
		   MOVE I-REG TO IDX-REG
	       END-IF
	   END-PERFORM
	   PERFORM VARYING I-REG FROM 1 BY 1 UNTIL I-REG > NUM-REGLAS
	       IF TRG-TIPO(I-REG) = "G"
		       AND TRG-CODIGO(I-REG)(1:2) = PUE-REC-GRADO
		   MOVE I-REG TO IDX-REG
	       END-IF
	   END-PERFORM
	   PERFORM VARYING I-REG FROM 1 BY 1 UNTIL I-REG > NUM-REGLAS
	       IF TRG-TIPO(I-REG) = "P"
		       AND TRG-CODIGO(I-REG) = PUE-REC-CODIGO
		   MOVE I-REG TO IDX-REG
	       END-IF
	   END-PERFORM
	   IF IDX-REG > ZEROS
	       IF TRG-TABULADOR(IDX-REG) = "S"
		   MOVE NUM-PUESTOS TO IDX-PUE
		   PERFORM 080-NUEVO-TABULADOR
	       END-IF
	   END-IF.

       080-NUEVO-TABULADOR.
	   MOVE TPU-MIN-ANT(IDX-PUE) TO W-CALC-BASE
	   PERFORM 250-APLICA-REGLA
	   MOVE W-CALC-NVO TO W-MIN
	   MOVE TPU-MAX-ANT(IDX-PUE) TO W-CALC-BASE
	   PERFORM 250-APLICA-REGLA
	   MOVE W-CALC-NVO TO W-MAX
	   IF W-MAX NOT > 99999.99
	       MOVE W-MIN TO TPU-MIN-NVO(IDX-PUE)
	       MOVE W-MAX TO TPU-MAX-NVO(IDX-PUE)
	       MOVE "S" TO TPU-ACTUALIZA(IDX-PUE)
	   END-IF.

       100-LECTURA.
	   READ EMPMAST NEXT
	       AT END
		   MOVE 1 TO SW
	       NOT AT END
		   ADD 1 TO REG-LEIDOS
	   END-READ.

       200-PROCESO.
	   IF EMP-REC-ESTATUS NOT = "I"
	       PERFORM 210-BUSCA-REGLA
	       IF IDX-REG > ZEROS
		   PERFORM 220-INCREMENTO
	       END-IF
	   END-IF
	   PERFORM 100-LECTURA.

       210-BUSCA-REGLA.
	   MOVE ZEROS TO IDX-PUE
	   MOVE ZEROS TO W-GRADO
	   PERFORM VARYING I-PUE FROM 1 BY 1 UNTIL I-PUE > NUM-PUESTOS
	       IF TPU-CODIGO(I-PUE) = EMP-REC-PUESTO
		   MOVE I-PUE TO IDX-PUE
		   MOVE TPU-GRADO(I-PUE) TO W-GRADO
	       END-IF
	   END-PERFORM
	   MOVE ZEROS TO IDX-REG
	   PERFORM VARYING I-REG FROM 1 BY 1 UNTIL I-REG > NUM-REGLAS
	       IF TRG-TIPO(I-REG) = "T" AND IDX-REG = ZEROS
		   MOVE I-REG TO IDX-REG
	       END-IF
	   END-PERFORM
	   PERFORM VARYING I-REG FROM 1 BY 1 UNTIL I-REG > NUM-REGLAS
	       IF TRG-TIPO(I-REG) = "D"
		       AND TRG-CODIGO(I-REG) = EMP-REC-DEPTO
		   MOVE I-REG TO IDX-REG
	       END-IF
	   END-PERFORM
	   IF IDX-PUE > ZEROS
	       PERFORM VARYING I-REG FROM 1 BY 1
		       UNTIL I-REG > NUM-REGLAS
		   IF TRG-TIPO(I-REG) = "G"
			   AND TRG-CODIGO(I-REG)(1:2) = W-GRADO
		       MOVE I-REG TO IDX-REG
		   END-IF
	       END-PERFORM
	   END-IF
	   PERFORM VARYING I-REG FROM 1 BY 1 UNTIL I-REG > NUM-REGLAS
	       IF TRG-TIPO(I-REG) = "P"
		       AND TRG-CODIGO(I-REG) = EMP-REC-PUESTO
		   MOVE I-REG TO IDX-REG
	       END-IF
	   END-PERFORM.

       220-INCREMENTO.
	   MOVE SPACES TO W-MOTIVO
	   MOVE TRG-FECHA-VIG(IDX-REG) TO W-FECHA-VIG
	   PERFORM 230-SUELDO-VIGENTE
	   IF SW-SUELDO = ZEROS
	       MOVE "SIN SUELDO VIGENTE EN SALMAST" TO W-MOTIVO
	   END-IF
	   IF SW-MISMA = 1
	       MOVE "YA TIENE SUELDO CON ESA VIGENCIA" TO W-MOTIVO
	   END-IF
	   IF SW-POSTERIOR = 1
	       MOVE "TIENE SUELDO CON VIGENCIA POSTERIOR" TO W-MOTIVO
	   END-IF
	   IF W-MOTIVO = SPACES
	       MOVE W-SUELDO-ANT TO W-CALC-BASE
	       PERFORM 250-APLICA-REGLA
	       MOVE W-CALC-NVO TO W-SUELDO-NVO
	       IF W-SUELDO-NVO > 99999.99
		   MOVE "SUELDO NUEVO EXCEDE EL MAXIMO" TO W-MOTIVO
	       END-IF
	   END-IF
	   IF W-MOTIVO NOT = SPACES
	       ADD 1 TO REG-RECHAZADOS
	       MOVE EMP-REC-ID TO EMPLEADO-ID-X
	       MOVE W-MOTIVO TO MOTIVO-X
	       WRITE LINEA FROM LINEA-RECHAZO
	   ELSE
	       PERFORM 260-REGISTRA-INCREMENTO
	   END-IF.

       230-SUELDO-VIGENTE.
	   MOVE ZEROS TO SW-SUELDO SW-MISMA SW-POSTERIOR
	   MOVE ZEROS TO W-SUELDO-ANT
	   MOVE ZEROS TO SW-FIN
	   MOVE EMP-REC-ID TO SAL-REC-ID
	   MOVE ZEROS TO SAL-REC-FECHA-VIG
	   START SALMAST KEY IS NOT LESS THAN SAL-REC-LLAVE
	       INVALID KEY
		   MOVE 1 TO SW-FIN
	   END-START
	   PERFORM UNTIL SW-FIN = 1
	       READ SALMAST NEXT
		   AT END
		       MOVE 1 TO SW-FIN
		   NOT AT END
		       IF SAL-REC-ID NOT = EMP-REC-ID
			   MOVE 1 TO SW-FIN
		       ELSE
			   PERFORM 235-COMPARA-VIGENCIA
		       END-IF
	       END-READ
	   END-PERFORM.

       235-COMPARA-VIGENCIA.
	   IF SAL-REC-FECHA-VIG < W-FECHA-VIG
	       MOVE SAL-REC-SUELDO TO W-SUELDO-ANT
	       MOVE 1 TO SW-SUELDO
	   END-IF
	   IF SAL-REC-FECHA-VIG = W-FECHA-VIG
	       MOVE 1 TO SW-MISMA
	   END-IF
	   IF SAL-REC-FECHA-VIG > W-FECHA-VIG
	       MOVE 1 TO SW-POSTERIOR
	   END-IF.

       250-APLICA-REGLA.
	   IF TRG-FORMA(IDX-REG) = "P"
	       COMPUTE W-CALC-NVO ROUNDED = W-CALC-BASE
		   * (100 + TRG-VALOR(IDX-REG)) / 100
	   ELSE
	       COMPUTE W-CALC-NVO = W-CALC-BASE + TRG-VALOR(IDX-REG)
	   END-IF.

       260-REGISTRA-INCREMENTO.
	   ADD 1 TO REG-INCREMENTOS
	   COMPUTE W-INCREMENTO = W-SUELDO-NVO - W-SUELDO-ANT
	   ADD W-SUELDO-ANT TO TOTAL-ANTERIOR
	   ADD W-SUELDO-NVO TO TOTAL-NUEVO
	   ADD W-INCREMENTO TO TOTAL-INCREMENTO
	   IF IDX-PUE > ZEROS
	       IF TRG-TIPO(IDX-REG) = "D"
		       AND TRG-TABULADOR(IDX-REG) = "S"
		       AND TPU-ACTUALIZA(IDX-PUE) = "N"
		   PERFORM 080-NUEVO-TABULADOR
	       END-IF
	   END-IF
	   MOVE EMP-REC-ID TO EMPLEADO-ID-I
	   MOVE EMP-REC-NOMBRE TO NOMBRE-I
	   MOVE EMP-REC-PUESTO TO PUESTO-I
	   MOVE W-GRADO TO GRADO-I
	   MOVE W-SUELDO-ANT TO SDO-ANT-I
	   MOVE W-SUELDO-NVO TO SDO-NVO-I
	   MOVE W-INCREMENTO TO INCREMENTO-I
	   MOVE SPACES TO MARCA-I
	   IF IDX-PUE = ZEROS
	       MOVE "SIN PUEST" TO MARCA-I
	       ADD 1 TO REG-FUERA-TAB
	   ELSE
	       IF W-SUELDO-NVO < TPU-MIN-NVO(IDX-PUE)
		       OR W-SUELDO-NVO > TPU-MAX-NVO(IDX-PUE)
		   MOVE "FUERA TAB" TO MARCA-I
		   ADD 1 TO REG-FUERA-TAB
	       END-IF
	   END-IF
	   MOVE ZEROS TO W-RETROS
	   IF W-FECHA-VIG < W-FECHA-HOY AND SW-HISTNOM = 1
	       PERFORM 300-RETROACTIVO
	   END-IF
	   IF W-RETROS > ZEROS AND MARCA-I = SPACES
	       MOVE "RETRO" TO MARCA-I
	   END-IF
	   WRITE LINEA FROM LINEA-INC
	   IF SW-APLICA = 1
	       MOVE EMP-REC-ID TO SAL-REC-ID
	       MOVE W-FECHA-VIG TO SAL-REC-FECHA-VIG
	       MOVE W-SUELDO-NVO TO SAL-REC-SUELDO
	       MOVE W-USUARIO TO SAL-REC-USUARIO
	       MOVE W-FECHA-HOY TO SAL-REC-FECHA-CAP
	       WRITE REG-SALMAST
		   INVALID KEY
		       CONTINUE
		   NOT INVALID KEY
		       ADD 1 TO SAL-ESCRITOS
	       END-WRITE
	   END-IF.

       300-RETROACTIVO.
	   MOVE ZEROS TO SW-FIN
	   MOVE EMP-REC-ID TO HIS-EMPLEADO-ID
	   COMPUTE HIS-PERIODO = W-VIG-ANOMES * 100
	   START HISTNOM KEY IS NOT LESS THAN HIS-LLAVE
	       INVALID KEY
		   MOVE 1 TO SW-FIN
	   END-START
	   PERFORM UNTIL SW-FIN = 1
	       READ HISTNOM NEXT
		   AT END
		       MOVE 1 TO SW-FIN
		   NOT AT END
		       IF HIS-EMPLEADO-ID NOT = EMP-REC-ID
			   MOVE 1 TO SW-FIN
		       ELSE
			   PERFORM 310-PERIODO-RETRO
		       END-IF
	       END-READ
	   END-PERFORM.

       310-PERIODO-RETRO.
	   MOVE HIS-PERIODO TO W-PERIODO
	   IF W-PER-QNA = ZEROS
	       MOVE 1 TO W-PER-DIA-INI
	       MOVE 30 TO W-PER-DIA-FIN
	       MOVE 30 TO W-DIAS-BASE
	   ELSE
	       MOVE 15 TO W-DIAS-BASE
	       IF W-PER-QNA = 1
		   MOVE 1 TO W-PER-DIA-INI
		   MOVE 15 TO W-PER-DIA-FIN
	       ELSE
		   MOVE 16 TO W-PER-DIA-INI
		   MOVE 30 TO W-PER-DIA-FIN
	       END-IF
	   END-IF
	   MOVE W-DIAS-BASE TO W-DIAS-RETRO
	   IF W-PER-ANOMES = W-VIG-ANOMES
	       IF W-VIG-DIA > W-PER-DIA-FIN
		   MOVE ZEROS TO W-DIAS-RETRO
	       ELSE
		   IF W-VIG-DIA > W-PER-DIA-INI
		       COMPUTE W-DIAS-RETRO = W-PER-DIA-FIN - W-VIG-DIA
			   + 1
		   END-IF
	       END-IF
	   END-IF
	   COMPUTE W-BASE = HIS-SUELDO - HIS-VARIABLE + HIS-DESCUENTO
	   IF W-DIAS-RETRO > ZEROS AND W-BASE > ZEROS
	       MOVE W-BASE TO W-CALC-BASE
	       PERFORM 250-APLICA-REGLA
	       COMPUTE W-RETRO-NVO ROUNDED = W-CALC-BASE
		   + (W-CALC-NVO - W-CALC-BASE) * W-DIAS-RETRO
		   / W-DIAS-BASE
	       IF W-RETRO-NVO > W-CALC-BASE
		       AND W-RETRO-NVO NOT > 99999.99
		   ADD 1 TO W-RETROS
		   ADD 1 TO REG-RETRO
		   IF SW-APLICA = 1
		       PERFORM 320-ESCRIBE-RETROAJ
		   END-IF
	       END-IF
	   END-IF.

       320-ESCRIBE-RETROAJ.
	   IF SW-RETROAJ = ZEROS
	       OPEN EXTEND RETROAJ
	       IF RETROAJ-STATUS = "35"
		   OPEN OUTPUT RETROAJ
	       END-IF
	       MOVE 1 TO SW-RETROAJ
	   END-IF
	   MOVE EMP-REC-ID TO RTA-EMPLEADO-ID
	   MOVE W-PERIODO TO RTA-PERIODO
	   MOVE W-RETRO-NVO TO RTA-SUELDO-NVO
	   WRITE REG-RETROAJ.

       400-TABULADOR.
	   WRITE LINEA FROM LINEA-R3
	   WRITE LINEA FROM ENCABEZADO-TAB
	   WRITE LINEA FROM LINEA-R3
	   WRITE LINEA FROM ENCABEZADO-TAB2
	   PERFORM VARYING I-PUE FROM 1 BY 1 UNTIL I-PUE > NUM-PUESTOS
	       IF TPU-ACTUALIZA(I-PUE) = "S"
		   PERFORM 410-ACTUALIZA-PUESTO
	       END-IF
	   END-PERFORM.

       410-ACTUALIZA-PUESTO.
	   ADD 1 TO REG-PUESTOS-ACT
	   MOVE TPU-CODIGO(I-PUE) TO PUESTO-T
	   MOVE TPU-DESC(I-PUE) TO DESC-T
	   MOVE TPU-GRADO(I-PUE) TO GRADO-T
	   MOVE TPU-MIN-ANT(I-PUE) TO MIN-ANT-T
	   MOVE TPU-MAX-ANT(I-PUE) TO MAX-ANT-T
	   MOVE TPU-MIN-NVO(I-PUE) TO MIN-NVO-T
	   MOVE TPU-MAX-NVO(I-PUE) TO MAX-NVO-T
	   WRITE LINEA FROM LINEA-TAB
	   IF SW-APLICA = 1
	       MOVE TPU-CODIGO(I-PUE) TO PUE-REC-CODIGO
	       READ PUESTOS
		   NOT INVALID KEY
		       MOVE TPU-MIN-NVO(I-PUE) TO PUE-REC-SUELDO-MIN
		       MOVE TPU-MAX-NVO(I-PUE) TO PUE-REC-SUELDO-MAX
		       REWRITE REG-PUESTO
	       END-READ
	   END-IF.

       500-FINAL.
	   WRITE LINEA FROM LINEA-R3
	   MOVE "EMPLEADOS CON INCREMENTO:" TO CTL-TEXTO
	   MOVE REG-INCREMENTOS TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-INC
	   MOVE "FUERA DEL TABULADOR DE SU PUESTO:" TO CTL-TEXTO
	   MOVE REG-FUERA-TAB TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-INC
	   MOVE "EMPLEADOS RECHAZADOS:" TO CTL-TEXTO
	   MOVE REG-RECHAZADOS TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-INC
	   MOVE "PERIODOS CON AJUSTE RETROACTIVO:" TO CTL-TEXTO
	   MOVE REG-RETRO TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-INC
	   MOVE "PUESTOS CON TABULADOR ACTUALIZADO:" TO CTL-TEXTO
	   MOVE REG-PUESTOS-ACT TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-INC
	   MOVE "SUELDOS ANTERIORES:" TO CTL-TEXTO-I
	   MOVE TOTAL-ANTERIOR TO CTL-IMPORTE
	   WRITE LINEA FROM LINEA-CTL-IMP
	   MOVE "SUELDOS NUEVOS:" TO CTL-TEXTO-I
	   MOVE TOTAL-NUEVO TO CTL-IMPORTE
	   WRITE LINEA FROM LINEA-CTL-IMP
	   MOVE "COSTO DEL INCREMENTO POR PERIODO:" TO CTL-TEXTO-I
	   MOVE TOTAL-INCREMENTO TO CTL-IMPORTE
	   WRITE LINEA FROM LINEA-CTL-IMP
	   IF SW-APLICA = 1
	       MOVE "SUELDOS REGISTRADOS EN SALMAST:" TO CTL-TEXTO
	       MOVE SAL-ESCRITOS TO CTL-CUENTA
	       WRITE LINEA FROM LINEA-CTL-INC
	       IF REG-RETRO > ZEROS
		   MOVE SPACES TO LINEA
		   MOVE "     CORRA RETROCAL PARA CALCULAR LOS AJUSTES"
		       TO LINEA
		   WRITE LINEA
	       END-IF
	   END-IF
	   IF REG-FUERA-TAB > ZEROS OR REG-RECHAZADOS > ZEROS
		   OR REG-REGLAS-ERR > ZEROS
	       MOVE 4 TO RETURN-CODE
	   END-IF
	   IF SW-APLICA = 1 AND REG-FUERA-TAB > ZEROS
	       MOVE "SALMAST" TO W-ALR-LLAVE
	       MOVE REG-FUERA-TAB TO CUENTA-ED
	       MOVE SPACES TO W-ALR-MENSAJE
	       STRING "INCREMENTO FUERA DE TABULADOR: "
		   DELIMITED BY SIZE
		   CUENTA-ED DELIMITED BY SIZE
		   INTO W-ALR-MENSAJE
	       END-STRING
	       CALL "ALERTA" USING W-ALR-PROGRAMA W-ALR-SEVERIDAD
		   W-ALR-LLAVE W-ALR-MENSAJE
	   END-IF
	   PERFORM 590-CIERRA-ARCHIVOS
	   PERFORM 600-ESCRIBE-RUNLOG.

       590-CIERRA-ARCHIVOS.
	   CLOSE EMPMAST
	   CLOSE PUESTOS
	   CLOSE SALMAST
	   IF SW-HISTNOM = 1
	       CLOSE HISTNOM
	   END-IF
	   IF SW-RETROAJ = 1
	       CLOSE RETROAJ
	   END-IF
	   CLOSE INCREP.

       600-ESCRIBE-RUNLOG.
	   MOVE "INCGEN" TO RUNLOG-PROGRAMA
	   ACCEPT RUNLOG-FECHA FROM DATE
	   ACCEPT RUNLOG-HORA FROM TIME
	   MOVE RETURN-CODE TO W-RC-GUARDA
	   CALL "SESUSR" USING RUNLOG-USUARIO
	   MOVE W-RC-GUARDA TO RETURN-CODE
	   MOVE REG-LEIDOS TO RUNLOG-LEIDOS
	   MOVE SAL-ESCRITOS TO RUNLOG-ESCRITOS
	   OPEN EXTEND RUNLOG
	   IF RUNLOG-STATUS = "35"
	       OPEN OUTPUT RUNLOG
	   END-IF
	   WRITE REG-RUNLOG
	   CLOSE RUNLOG.
