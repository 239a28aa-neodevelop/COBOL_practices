       IDENTIFICATION DIVISION.
       PROGRAM-ID. FONIMP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT FONCED ASSIGN TO "FONCED"
	       ORGANIZATION IS LINE SEQUENTIAL
	       FILE STATUS IS FONCED-STATUS.
	   SELECT FONACOT ASSIGN TO "FONACOT"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS FON-LLAVE
	       FILE STATUS IS FONACOT-STATUS.
	   SELECT EMPSEG ASSIGN TO "EMPSEG"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS SEG-REC-ID
	       FILE STATUS IS EMPSEG-STATUS.
	   SELECT FONIREP ASSIGN TO "FONIREP".
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FONCED.
       01 REG-CEDULA.
	   03 CED-NUM-FONACOT PIC X(10).
	   03 CED-RFC PIC X(13).
	   03 CED-NSS PIC X(11).
	   03 CED-NOMBRE PIC X(30).
	   03 CED-CREDITO PIC X(10).
	   03 CED-MES PIC 9(6).
	   03 CED-RETENCION PIC 9(7)V99.
	   03 CED-PLAZO PIC 9(3).
	   03 CED-CUOTAS-PAG PIC 9(3).
       FD FONACOT.
       COPY "FONACOT.wks".
       FD EMPSEG.
       COPY "EMPSEGR.wks".
       FD FONIREP.
       01 LINEA PIC X(80).
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 W-ENM-PROGRAMA PIC X(10) VALUE "FONIMP".
       01 W-ENM-TIPO PIC X(5) VALUE SPACES.
       01 W-ENM-LLAVE PIC X(18) VALUE SPACES.
       01 W-ENM-VALOR PIC X(18) VALUE SPACES.
       01 W-ENM-RESULTADO PIC X(18) VALUE SPACES.
       01 FONCED-STATUS PIC XX.
       01 FONACOT-STATUS PIC XX.
       01 EMPSEG-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 SW PIC 9 VALUE ZEROS.
       01 W-CIA PIC X(3) VALUE SPACES.
       01 W-CIA-NOMBRE PIC X(30) VALUE SPACES.
       01 W-MOTIVO PIC X(40) VALUE SPACES.
       01 W-EMP-ID PIC X(8) VALUE SPACES.
       01 W-MES-CEDULA PIC 9(6) VALUE ZEROS.
       01 NUM-SEG PIC 9(4) VALUE ZEROS.
       01 I-SEG PIC 9(4) VALUE ZEROS.
       01 TABLA-SEG.
	   03 TS-ENTRADA OCCURS 2000 TIMES.
	       05 TS-ID PIC X(8).
	       05 TS-NSS PIC X(11).
	       05 TS-RFC PIC X(13).
       01 REG-LEIDOS PIC 9(5) VALUE ZEROS.
       01 REG-ALTAS PIC 9(5) VALUE ZEROS.
       01 REG-CAMBIOS PIC 9(5) VALUE ZEROS.
       01 REG-RECHAZOS PIC 9(5) VALUE ZEROS.
       01 TOTAL-CEDULA PIC 9(9)V99 VALUE ZEROS.
       01 W-ALR-PROGRAMA PIC X(10) VALUE "FONIMP".
       01 W-ALR-SEVERIDAD PIC X VALUE "A".
       01 W-ALR-LLAVE PIC X(18) VALUE SPACES.
       01 W-ALR-MENSAJE PIC X(40) VALUE SPACES.
       01 LINEA-R3 PIC X(80) VALUE ALL "==".
       01 ENCABEZADO-FON.
	   03 FILLER PIC X(10) VALUE SPACES.
	   03 FILLER PIC X(34) VALUE
	      "CARGA DE CEDULA FONACOT  MES:     ".
	   03 MES-ENC PIC 9(06).
       01 ENCABEZADO-FON2.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 FILLER PIC X(09) VALUE "EMPL-ID".
	   03 FILLER PIC X(11) VALUE "CREDITO".
	   03 FILLER PIC X(12) VALUE "NSS".
	   03 FILLER PIC X(12) VALUE "  RETENCION".
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 FILLER PIC X(30) VALUE "RESULTADO".
       01 LINEA-FON.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 EMPLEADO-ID-F PIC X(08).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 CREDITO-F PIC X(10).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 NSS-F PIC X(11).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 RETENCION-F PIC Z(6)9.99.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 RESULTADO-F PIC X(33).
       01 LINEA-FON-TOT.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(07) VALUE "ALTAS: ".
	   03 ALTAS-FT PIC ZZZZ9.
	   03 FILLER PIC X(11) VALUE "  CAMBIOS: ".
	   03 CAMBIOS-FT PIC ZZZZ9.
	   03 FILLER PIC X(13) VALUE "  RECHAZOS: ".
	   03 RECHAZOS-FT PIC ZZZZ9.
	   03 FILLER PIC X(09) VALUE "  TOTAL: ".
	   03 TOTAL-FT PIC Z(8)9.99.

       PROCEDURE DIVISION.
       000-INICIO.
	   MOVE ZEROS TO RETURN-CODE
	   CALL "SETCIA" USING W-CIA W-CIA-NOMBRE
	   OPEN INPUT FONCED
	   IF FONCED-STATUS NOT = "00"
	       DISPLAY "FONIMP: NO HAY CEDULA FONACOT FONCED"
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	   END-IF
	   OPEN INPUT EMPSEG
	   IF EMPSEG-STATUS NOT = "00"
	       DISPLAY "FONIMP: NO SE PUDO ABRIR EMPSEG " EMPSEG-STATUS
	       CLOSE FONCED
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	   END-IF
	   PERFORM 050-CARGA-EMPSEG
	   CLOSE EMPSEG
	   OPEN I-O FONACOT
	   IF FONACOT-STATUS = "35"
	       OPEN OUTPUT FONACOT
	       CLOSE FONACOT
	       OPEN I-O FONACOT
	   END-IF
	   IF FONACOT-STATUS NOT = "00"
	       DISPLAY "FONIMP: NO SE PUDO ABRIR FONACOT "
		   FONACOT-STATUS
	       CLOSE FONCED
	       MOVE 16 TO RETURN-CODE
	       GOBACK
	   END-IF
	   OPEN OUTPUT FONIREP
	   MOVE ZEROS TO SW
	   PERFORM 100-LECTURA
	   MOVE CED-MES TO W-MES-CEDULA
	   MOVE W-MES-CEDULA TO MES-ENC
	   WRITE LINEA FROM ENCABEZADO-FON
	   WRITE LINEA FROM LINEA-R3
	   WRITE LINEA FROM ENCABEZADO-FON2
	   WRITE LINEA FROM LINEA-R3
	   PERFORM 200-PROCESO UNTIL SW = 1
	   PERFORM 500-FINAL
	   GOBACK.

       050-CARGA-EMPSEG.
	   MOVE ZEROS TO NUM-SEG
	   MOVE ZEROS TO SW
	   PERFORM UNTIL SW = 1
	       READ EMPSEG NEXT
		   AT END
		       MOVE 1 TO SW
		   NOT AT END
		       IF NUM-SEG < 2000
			   ADD 1 TO NUM-SEG
			   MOVE SEG-REC-ID TO TS-ID(NUM-SEG)
			   MOVE SEG-REC-NSS TO TS-NSS(NUM-SEG)
			   MOVE SEG-REC-RFC TO TS-RFC(NUM-SEG)
		       END-IF
	       END-READ
	   END-PERFORM.

       100-LECTURA.
	   READ FONCED
	       AT END
		   MOVE 1 TO SW
	       NOT AT END
		   ADD 1 TO REG-LEIDOS
	   END-READ.

       200-PROCESO.
	   MOVE SPACES TO W-MOTIVO
	   MOVE SPACES TO W-EMP-ID
	   IF CED-CREDITO = SPACES
	       MOVE "CREDITO SIN NUMERO" TO W-MOTIVO
	   END-IF
	   IF CED-MES NOT NUMERIC OR CED-RETENCION NOT NUMERIC
	       MOVE "MES O RETENCION NO NUMERICOS" TO W-MOTIVO
	   ELSE
	       IF CED-MES NOT = W-MES-CEDULA
		   MOVE "MES DISTINTO AL DE LA CEDULA" TO W-MOTIVO
	       END-IF
	   END-IF
	   IF W-MOTIVO = SPACES
	       PERFORM 250-BUSCA-EMPLEADO
	       IF W-EMP-ID = SPACES
		   MOVE "TRABAJADOR NO LOCALIZADO EN EMPSEG" TO W-MOTIVO
	       END-IF
	   END-IF
	   IF W-MOTIVO = SPACES
	       PERFORM 300-ACTUALIZA
	   ELSE
	       ADD 1 TO REG-RECHAZOS
	       MOVE W-MOTIVO TO RESULTADO-F
	       PERFORM 400-IMPRIME
	   END-IF
	   PERFORM 100-LECTURA.

       250-BUSCA-EMPLEADO.
	   PERFORM VARYING I-SEG FROM 1 BY 1
		   UNTIL I-SEG > NUM-SEG OR W-EMP-ID NOT = SPACES
	       IF CED-NSS NOT = SPACES AND TS-NSS(I-SEG) = CED-NSS
		   MOVE TS-ID(I-SEG) TO W-EMP-ID
	       END-IF
	   END-PERFORM
	   IF W-EMP-ID = SPACES AND CED-RFC NOT = SPACES
	       PERFORM VARYING I-SEG FROM 1 BY 1
		       UNTIL I-SEG > NUM-SEG OR W-EMP-ID NOT = SPACES
		   IF TS-RFC(I-SEG) = CED-RFC
		       MOVE TS-ID(I-SEG) TO W-EMP-ID
		   END-IF
	       END-PERFORM
	   END-IF.

       300-ACTUALIZA.
	   ADD CED-RETENCION TO TOTAL-CEDULA
	   MOVE W-EMP-ID TO FON-EMPLEADO-ID
	   MOVE CED-CREDITO TO FON-CREDITO
	   READ FONACOT
	       INVALID KEY
		   MOVE W-EMP-ID TO FON-EMPLEADO-ID
		   MOVE CED-CREDITO TO FON-CREDITO
		   MOVE ZEROS TO FON-RETENIDO-MES
		   MOVE ZEROS TO FON-ULT-PERIODO FON-ULT-DESC
		   MOVE SPACES TO FON-INCIDENCIA
		   PERFORM 350-MUEVE-CEDULA
		   WRITE REG-FONACOT
		   ADD 1 TO REG-ALTAS
		   MOVE "CREDITO NUEVO" TO RESULTADO-F
	       NOT INVALID KEY
		   IF FON-MES NOT = CED-MES
		       MOVE ZEROS TO FON-RETENIDO-MES
		       MOVE SPACES TO FON-INCIDENCIA
		   END-IF
		   PERFORM 350-MUEVE-CEDULA
		   REWRITE REG-FONACOT
		   ADD 1 TO REG-CAMBIOS
		   MOVE "CREDITO ACTUALIZADO" TO RESULTADO-F
	   END-READ
	   PERFORM 400-IMPRIME.

       350-MUEVE-CEDULA.
	   MOVE CED-NUM-FONACOT TO FON-NUM-FONACOT
	   MOVE CED-NSS TO FON-NSS
	   MOVE CED-RFC TO FON-RFC
	   MOVE CED-MES TO FON-MES
	   MOVE CED-RETENCION TO FON-CUOTA-MES.

       400-IMPRIME.
	   MOVE W-EMP-ID TO EMPLEADO-ID-F
	   MOVE CED-CREDITO TO CREDITO-F
	   MOVE "NSS" TO W-ENM-TIPO
	   MOVE W-EMP-ID TO W-ENM-LLAVE
	   MOVE CED-NSS TO W-ENM-VALOR
	   CALL "ENMASC" USING W-ENM-PROGRAMA W-ENM-TIPO W-ENM-LLAVE
	       W-ENM-VALOR W-ENM-RESULTADO
	   MOVE W-ENM-RESULTADO TO NSS-F
	   MOVE ZEROS TO RETENCION-F
	   IF CED-RETENCION NUMERIC
	       MOVE CED-RETENCION TO RETENCION-F
	   END-IF
	   WRITE LINEA FROM LINEA-FON.

       500-FINAL.
	   WRITE LINEA FROM LINEA-R3
	   MOVE REG-ALTAS TO ALTAS-FT
	   MOVE REG-CAMBIOS TO CAMBIOS-FT
	   MOVE REG-RECHAZOS TO RECHAZOS-FT
	   MOVE TOTAL-CEDULA TO TOTAL-FT
	   WRITE LINEA FROM LINEA-FON-TOT
	   IF REG-RECHAZOS > ZEROS
	       MOVE 4 TO RETURN-CODE
	       MOVE "FONCED" TO W-ALR-LLAVE
	       MOVE SPACES TO W-ALR-MENSAJE
	       STRING "CEDULA FONACOT RECHAZOS: " DELIMITED BY SIZE
		   RECHAZOS-FT DELIMITED BY SIZE
		   INTO W-ALR-MENSAJE
	       END-STRING
	       CALL "ALERTA" USING W-ALR-PROGRAMA W-ALR-SEVERIDAD
		   W-ALR-LLAVE W-ALR-MENSAJE
	   END-IF
	   PERFORM 600-ESCRIBE-RUNLOG
	   CLOSE FONCED
	   CLOSE FONACOT
	   CLOSE FONIREP.

       600-ESCRIBE-RUNLOG.
	   MOVE "FONIMP" TO RUNLOG-PROGRAMA
	   ACCEPT RUNLOG-FECHA FROM DATE
	   ACCEPT RUNLOG-HORA FROM TIME
	   MOVE RETURN-CODE TO W-RC-GUARDA
	   CALL "SESUSR" USING RUNLOG-USUARIO
	   MOVE W-RC-GUARDA TO RETURN-CODE
	   MOVE REG-LEIDOS TO RUNLOG-LEIDOS
	   COMPUTE RUNLOG-ESCRITOS = REG-ALTAS + REG-CAMBIOS
	   OPEN EXTEND RUNLOG
	   IF RUNLOG-STATUS = "35"
	       OPEN OUTPUT RUNLOG
	   END-IF
	   WRITE REG-RUNLOG
	   CLOSE RUNLOG.
